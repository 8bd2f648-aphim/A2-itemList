       identification division.
       program-id. A1-CycSnap.
       author. Jacky Yuan.
       date-written. 10/15/2026.

      *****************************************************************
      *   Pre-cycle snapshot and rollback of the standing files.
      *   The daily cycle rewrites or extends sixteen standing
      *   datasets in place - the item and customer masters, the
      *   stock ledger, the count-pending file and count sheet, the
      *   open-transfer file, the variance and sales histories, the
      *   recycle hold and next-cycle files, the return release
      *   file, the processed-batch register, the price history,
      *   the run log, the data-quality statistics and the count
      *   history.  A day abandoned part way used to mean
      *   rebuilding each one by hand from archives; instead, each
      *   is copied under the run date before the first update
      *   step, and the rollback job puts all of them back
      *   together.
      *
      *   The PARM is the function, the run date as MMDDYY, the
      *   dataset high-level qualifier (for the report) and, for
      *   the "A" check, the generation being looked at, by commas:
      *
      *     C  ahead of the snapshot - condition code 0 when the
      *        date's snapshot is to be taken, 4 when the cycle
      *        control ledger shows it already taken (a restarted
      *        day keeps the one taken before its first update) or
      *        the date already priced (the duplicate run that the
      *        maintenance step refuses).
      *     T  takes the snapshot: every standing file is proved
      *        readable first, then each is copied to its snapshot
      *        dataset and listed with its record count, and the
      *        snapshot is recorded on the date's ledger row - the
      *        maintenance step will not start a cycle without it.
      *     R  restores the snapshot over the standing files.  The
      *        date must be on the ledger with its snapshot, not
      *        reconciled, restated or in a month-end close, and no
      *        later run date may have started - a later cycle has
      *        already moved the standing files on.  Every snapshot
      *        is proved readable before any standing file is
      *        touched, and each restore is listed with its record
      *        count and the snapshot it came from.
      *     A  condition code 0 when the AR extract generation on
      *        AREXTIN is the date's own (its header carries the
      *        date, or it is empty and the date's pricing started)
      *        and is to be uncataloged, 4 when it is kept.
      *     F  condition code 0 when the date's feed intake ran to
      *        an end and so cataloged the day's input generation,
      *        which is to be uncataloged, 4 when none was made.
      *     G  housekeeping's age-off, run once its IDCAMS deletes
      *        have run clean: every date named on the SNPDEL
      *        control statements is marked aged off on the ledger
      *        and listed.  Takes no run date.
      *
      *   A bad PARM, a refused rollback or a file that cannot be
      *   read ends at condition code 8 with nothing changed.
      *
      *   Modification history
      *   ---------------------------------------------------------
      *   10/15/2026  JY   Original program.
      *   10/15/2026  JY   "G" marks housekeeping's aged-off dates on
      *                    the ledger after the deletes have run,
      *                    instead of housekeeping marking them
      *                    ahead of the delete.
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
           select snap-report-file
               assign to SNPRPT
               organization is line sequential.
      *
           select snap-delete-file
               assign to SNPDEL
               organization is line sequential
               file status is ws-sdl-status.
      *
           select ar-extract-file
               assign to AREXTIN
               organization is line sequential
               file status is ws-arx-status.
      *
           select live-mstr-file
               assign to A2MSTR
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-mstr-file
               assign to SNMSTR
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-cust-file
               assign to A2CUST
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-cust-file
               assign to SNCUST
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-invbal-file
               assign to INVBAL
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-invbal-file
               assign to SNINVBAL
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-cntpend-file
               assign to CNTPEND
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-cntpend-file
               assign to SNCNTPND
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-cntsheet-file
               assign to CNTSHEET
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-cntsheet-file
               assign to SNCNTSHT
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-xfropen-file
               assign to XFROPEN
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-xfropen-file
               assign to SNXFROPN
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-pvhist-file
               assign to PVHIST
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-pvhist-file
               assign to SNPVHIST
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-slshist-file
               assign to SLSHIST
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-slshist-file
               assign to SNSLSHST
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-rcyhold-file
               assign to RCYHOLD
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-rcyhold-file
               assign to SNRCYHLD
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-rcynext-file
               assign to RCYNEXT
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-rcynext-file
               assign to SNRCYNXT
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-rtnrel-file
               assign to RTNREL
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-rtnrel-file
               assign to SNRTNREL
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-batchreg-file
               assign to BATCHREG
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-batchreg-file
               assign to SNBATREG
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-prchist-file
               assign to PRCHIST
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-prchist-file
               assign to SNPRCHST
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-runlog-file
               assign to RUNLOG
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-runlog-file
               assign to SNRUNLOG
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-dqstats-file
               assign to DQSTATS
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-dqstats-file
               assign to SNDQSTAT
               organization is line sequential
               file status is ws-copy-status.
      *
           select live-cnthist-file
               assign to CNTHIST
               organization is line sequential
               file status is ws-copy-status.
      *
           select snap-cnthist-file
               assign to SNCNTHST
               organization is line sequential
               file status is ws-copy-status.

       data division.
       file section.
      *
      *    Cycle control ledger - one row per run date (YYMMDD) with
      *    the status, condition code and MMDDHHMM time of each
      *    stage: 1 feed intake, 2 pricing, 3 inventory, 4 recon,
      *    5 restatement, 6 month-end - and whether the date's
      *    pre-cycle snapshot was taken ("Y"), or has since been
      *    aged off by housekeeping ("A").
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

       fd snap-report-file
           data record is snap-report-line
           record contains 80 characters.
       01 snap-report-line pic x(80).

      *    Housekeeping's IDCAMS statements - each aged-off date has
      *    a LISTCAT LEVEL(hlq.SNAP.Dmmddyy) card naming it.
       fd snap-delete-file
           data record is snap-delete-card
           record contains 80 characters.
       01 snap-delete-card pic x(80).

      *    The AR extract generation's first row - the header the
      *    pricing run dates every generation with.
       fd ar-extract-file
           data record is ax-record
           record contains 73 characters.
       01 ax-record.
         05 ax-record-type             pic x(1).
         05 filler                     pic x(1).
         05 ax-run-date                pic x(6).
         05 filler                     pic x(65).

      *    The standing files and their snapshots are copied row
      *    for row - no layout is looked at, only the length.
       fd live-mstr-file
           data record is lv-mstr-record
           record contains 56 characters.
       01 lv-mstr-record                pic x(56).

       fd snap-mstr-file
           data record is sn-mstr-record
           record contains 56 characters.
       01 sn-mstr-record                pic x(56).

       fd live-cust-file
           data record is lv-cust-record
           record contains 52 characters.
       01 lv-cust-record                pic x(52).

       fd snap-cust-file
           data record is sn-cust-record
           record contains 52 characters.
       01 sn-cust-record                pic x(52).

       fd live-invbal-file
           data record is lv-invbal-record
           record contains 14 characters.
       01 lv-invbal-record              pic x(14).

       fd snap-invbal-file
           data record is sn-invbal-record
           record contains 14 characters.
       01 sn-invbal-record              pic x(14).

       fd live-cntpend-file
           data record is lv-cntpend-record
           record contains 28 characters.
       01 lv-cntpend-record             pic x(28).

       fd snap-cntpend-file
           data record is sn-cntpend-record
           record contains 28 characters.
       01 sn-cntpend-record             pic x(28).

       fd live-cntsheet-file
           data record is lv-cntsheet-record
           record contains 13 characters.
       01 lv-cntsheet-record            pic x(13).

       fd snap-cntsheet-file
           data record is sn-cntsheet-record
           record contains 13 characters.
       01 sn-cntsheet-record            pic x(13).

       fd live-xfropen-file
           data record is lv-xfropen-record
           record contains 38 characters.
       01 lv-xfropen-record             pic x(38).

       fd snap-xfropen-file
           data record is sn-xfropen-record
           record contains 38 characters.
       01 sn-xfropen-record             pic x(38).

       fd live-pvhist-file
           data record is lv-pvhist-record
           record contains 13 characters.
       01 lv-pvhist-record              pic x(13).

       fd snap-pvhist-file
           data record is sn-pvhist-record
           record contains 13 characters.
       01 sn-pvhist-record              pic x(13).

       fd live-slshist-file
           data record is lv-slshist-record
           record contains 48 characters.
       01 lv-slshist-record             pic x(48).

       fd snap-slshist-file
           data record is sn-slshist-record
           record contains 48 characters.
       01 sn-slshist-record             pic x(48).

       fd live-rcyhold-file
           data record is lv-rcyhold-record
           record contains 38 characters.
       01 lv-rcyhold-record             pic x(38).

       fd snap-rcyhold-file
           data record is sn-rcyhold-record
           record contains 38 characters.
       01 sn-rcyhold-record             pic x(38).

       fd live-rcynext-file
           data record is lv-rcynext-record
           record contains 36 characters.
       01 lv-rcynext-record             pic x(36).

       fd snap-rcynext-file
           data record is sn-rcynext-record
           record contains 36 characters.
       01 sn-rcynext-record             pic x(36).

       fd live-rtnrel-file
           data record is lv-rtnrel-record
           record contains 36 characters.
       01 lv-rtnrel-record              pic x(36).

       fd snap-rtnrel-file
           data record is sn-rtnrel-record
           record contains 36 characters.
       01 sn-rtnrel-record              pic x(36).

       fd live-batchreg-file
           data record is lv-batchreg-record
           record contains 19 characters.
       01 lv-batchreg-record            pic x(19).

       fd snap-batchreg-file
           data record is sn-batchreg-record
           record contains 19 characters.
       01 sn-batchreg-record            pic x(19).

       fd live-prchist-file
           data record is lv-prchist-record
           record contains 30 characters.
       01 lv-prchist-record             pic x(30).

       fd snap-prchist-file
           data record is sn-prchist-record
           record contains 30 characters.
       01 sn-prchist-record             pic x(30).

       fd live-runlog-file
           data record is lv-runlog-record
           record contains 72 characters.
       01 lv-runlog-record              pic x(72).

       fd snap-runlog-file
           data record is sn-runlog-record
           record contains 72 characters.
       01 sn-runlog-record              pic x(72).

       fd live-dqstats-file
           data record is lv-dqstats-record
           record contains 58 characters.
       01 lv-dqstats-record             pic x(58).

       fd snap-dqstats-file
           data record is sn-dqstats-record
           record contains 58 characters.
       01 sn-dqstats-record             pic x(58).

       fd live-cnthist-file
           data record is lv-cnthist-record
           record contains 36 characters.
       01 lv-cnthist-record             pic x(36).

       fd snap-cnthist-file
           data record is sn-cnthist-record
           record contains 36 characters.
       01 sn-cnthist-record             pic x(36).

       working-storage section.

       01 ws-report-heading.
         05 rh-title                   pic x(33).
         05 filler                     pic x(33) value spaces.
         05 ws-author-name             pic x(14) value "Jacky Yuan, A2".

       01 ws-column-heading.
         05 filler                     pic x(10) value "FILE".
         05 filler                     pic x(9) value "  RECORDS".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(59)
            value "SNAPSHOT DATASET".

       01 ws-file-line.
         05 fl-name                    pic x(10).
         05 fl-count-view              pic z,zzz,zz9.
         05 filler                     pic x(2) value spaces.
         05 fl-dsn                     pic x(44).
         05 filler                     pic x(2) value spaces.
         05 fl-action                  pic x(13).

       01 ws-message-line.
         05 ml-text                    pic x(80).

       01 ws-total-line.
         05 filler                     pic x(10) value "TOTAL".
         05 tl-count-view              pic z,zzz,zz9.
         05 filler                     pic x(61) value spaces.

      *    The standing files in the order they are copied - the
      *    last qualifier of each snapshot dataset is the name.
       01 ws-file-name-values.
         05 filler                     pic x(8) value "A2MSTR".
         05 filler                     pic x(8) value "A2CUST".
         05 filler                     pic x(8) value "INVBAL".
         05 filler                     pic x(8) value "CNTPEND".
         05 filler                     pic x(8) value "CNTSHEET".
         05 filler                     pic x(8) value "XFROPEN".
         05 filler                     pic x(8) value "PVHIST".
         05 filler                     pic x(8) value "SLSHIST".
         05 filler                     pic x(8) value "RCYHOLD".
         05 filler                     pic x(8) value "RCYNEXT".
         05 filler                     pic x(8) value "RTNREL".
         05 filler                     pic x(8) value "BATCHREG".
         05 filler                     pic x(8) value "PRCHIST".
         05 filler                     pic x(8) value "RUNLOG".
         05 filler                     pic x(8) value "DQSTATS".
         05 filler                     pic x(8) value "CNTHIST".
       01 ws-file-name-table redefines ws-file-name-values.
         05 ws-file-name               pic x(8) occurs 16 times.

       01 ws-run-parm                  pic x(40).

       01 ws-parm-fields.
         05 ws-parm-function           pic x(1).
           88 ws-check-snapshot        value "C".
           88 ws-take-snapshot         value "T".
           88 ws-restore-snapshot      value "R".
           88 ws-check-ar-generation   value "A".
           88 ws-check-input-generation
                                       value "F".
           88 ws-mark-aged-snapshots   value "G".
           88 ws-function-valid        value "C" "T" "R" "A" "F"
                                             "G".
         05 ws-parm-date               pic x(6).
         05 ws-parm-hlq                pic x(20).
         05 ws-parm-gen                pic x(2).

       01 ws-parm-date-ymd             pic x(6).

       01 ws-work.
         05 ws-cyc-status              pic xx.
         05 ws-arx-status              pic xx.
         05 ws-copy-status             pic xx.
         05 ws-sdl-status              pic xx.
         05 ws-sdl-front               pic x(60).
         05 ws-sdl-date                pic x(20).
         05 ws-cyc-open-flag           pic x value "n".
           88 ws-ledger-open           value "y".
         05 ws-cyc-found-flag          pic x value "n".
           88 ws-cyc-found             value "y".
         05 ws-report-open-flag        pic x value "n".
           88 ws-report-open           value "y".
         05 ws-unreadable-flag         pic x value "n".
           88 ws-file-unreadable       value "y".
         05 ws-ledger-fail-flag        pic x value "n".
           88 ws-ledger-update-failed  value "y".
         05 ws-copy-eof-flag           pic x value "n".
         05 ws-file-idx                pic 9(2).
         05 ws-unreadable-idx          pic 9(2).
         05 ws-unreadable-status       pic xx.
         05 ws-date-view.
           10 ws-date-view-mm          pic x(2).
           10 filler                   pic x(1) value "/".
           10 ws-date-view-dd          pic x(2).
           10 filler                   pic x(1) value "/".
           10 ws-date-view-yy          pic x(2).

       01 ws-counters.
         05 ws-copy-count              pic 9(7) value 0.
         05 ws-total-count             pic 9(7) value 0.

       01 ws-empty-line                pic x(1) value spaces.

       procedure division.
      *
       000-main.

           perform 005-parse-parm.

           if ws-take-snapshot
              or ws-restore-snapshot
              or ws-check-ar-generation
              or ws-check-input-generation
              or ws-mark-aged-snapshots
               perform 010-open-report
           end-if.

           evaluate true
               when ws-check-snapshot
                   perform 100-check-snapshot
               when ws-take-snapshot
                   perform 200-take-snapshot
               when ws-restore-snapshot
                   perform 300-restore-snapshot
               when ws-check-ar-generation
                   perform 400-check-ar-generation
               when ws-check-input-generation
                   perform 450-check-input-generation
               when ws-mark-aged-snapshots
                   perform 800-mark-aged-snapshots
           end-evaluate.

           if ws-report-open
               close snap-report-file
           end-if.

           goback.

       005-parse-parm.

           move spaces                  to ws-run-parm.
           accept ws-run-parm from command-line.

           move spaces                  to ws-parm-fields.
           unstring ws-run-parm delimited by ","
             into ws-parm-function
                  ws-parm-date
                  ws-parm-hlq
                  ws-parm-gen.

           if ws-parm-hlq = spaces
               move "PROD.A1ITM"        to ws-parm-hlq
           end-if.

           if not ws-function-valid
               move "PARM NOT RECOGNIZED - USE C, T, R, A, F OR G (C/T/R
      -            "/A/F WITH ,MMDDYY)"
                 to ml-text
               perform 900-refuse-run
           end-if.

      *    The age-off names its dates on the control statements.
           if ws-mark-aged-snapshots
               move "000000"            to ws-parm-date
           end-if.

           if not ws-mark-aged-snapshots
              and (ws-parm-date is not numeric
               or ws-parm-date = "000000")
               move "PARM NEEDS THE RUN DATE AS MMDDYY" to ml-text
               perform 900-refuse-run
           end-if.

           move ws-parm-date (5:2)      to ws-parm-date-ymd (1:2).
           move ws-parm-date (1:2)      to ws-parm-date-ymd (3:2).
           move ws-parm-date (3:2)      to ws-parm-date-ymd (5:2).

           move ws-parm-date (1:2)      to ws-date-view-mm.
           move ws-parm-date (3:2)      to ws-date-view-dd.
           move ws-parm-date (5:2)      to ws-date-view-yy.

       010-open-report.

      *    The rollback job's steps all write to the one dated
      *    report (allocated to append), so each starts its own
      *    section under its own title.
           open output snap-report-file.
           move "y"                     to ws-report-open-flag.

           evaluate true
               when ws-take-snapshot
                   move "PRE-CYCLE SNAPSHOT"             to rh-title
               when ws-restore-snapshot
                   move "ROLLBACK - STANDING FILES"      to rh-title
               when ws-check-ar-generation
                   move "ROLLBACK - AR EXTRACT"          to rh-title
               when ws-mark-aged-snapshots
                   move "PRE-CYCLE SNAPSHOTS AGED OFF"   to rh-title
               when other
                   move "ROLLBACK - INPUT GENERATION"    to rh-title
           end-evaluate.

           write snap-report-line from ws-report-heading
             after advancing 1 line.

           if not ws-mark-aged-snapshots
               move spaces              to ml-text
               string "RUN DATE " ws-date-view
                 delimited by size into ml-text
               write snap-report-line from ws-message-line
                 after advancing 2 lines
           end-if.

       020-open-ledger.

           open i-o cycle-control-file.

           if ws-cyc-status = "00"
               move "y"                 to ws-cyc-open-flag
           else
               move spaces              to ml-text
               string "CYCCTL NOT AVAILABLE, STATUS "
                 ws-cyc-status " - NOTHING DONE"
                 delimited by size into ml-text
               perform 900-refuse-run
           end-if.

       025-read-ledger-row.

      *    No row yet is a date nothing has run for.
           move ws-parm-date-ymd        to cc-run-date.
           read cycle-control-file
               invalid key
                   move "n"             to ws-cyc-found-flag
                   move spaces          to cc-record
                   move ws-parm-date-ymd to cc-run-date
                   perform 027-clear-ledger-stage
                     varying ws-file-idx from 1 by 1
                     until ws-file-idx > 6
               not invalid key
                   move "y"             to ws-cyc-found-flag
           end-read.

       027-clear-ledger-stage.

           move 0                       to cc-stage-rc (ws-file-idx).

       100-check-snapshot.

      *    Only the snapshot-taken mark and a completed pricing stage
      *    stop a snapshot; a date not on the ledger yet takes one.
           perform 020-open-ledger.
           perform 025-read-ledger-row.

           evaluate true
               when cc-snap-taken
                   display "A1-CYCSNAP: " ws-date-view
                     " SNAPSHOT ALREADY TAKEN - KEPT"
                   move 4 to return-code
               when cc-stage-status (2) = "C"
                   display "A1-CYCSNAP: " ws-date-view
                     " ALREADY PRICED - NO SNAPSHOT TAKEN"
                   move 4 to return-code
               when other
                   display "A1-CYCSNAP: " ws-date-view
                     " SNAPSHOT TO BE TAKEN"
           end-evaluate.

           close cycle-control-file.

       200-take-snapshot.

           perform 020-open-ledger.
           perform 025-read-ledger-row.

      *    Run outside its check step, a second snapshot would copy
      *    files the cycle has already updated over the real one.
           if cc-snap-taken
               move "SNAPSHOT ALREADY TAKEN FOR THE DATE - KEPT"
                 to ml-text
               write snap-report-line from ws-message-line
                 after advancing 2 lines
               display "A1-CYCSNAP: " ws-date-view " " ml-text
               close cycle-control-file
               move 4 to return-code
           else
               perform 500-open-source-files
               if ws-file-unreadable
                   perform 560-refuse-unreadable
               end-if
               perform 520-write-column-heading
               perform 600-copy-standing-files
               perform 210-record-snapshot
               close cycle-control-file
           end-if.

       210-record-snapshot.

           move "Y"                     to cc-snap-flag.

           if ws-cyc-found
               rewrite cc-record
                   invalid key
                       move "y"         to ws-ledger-fail-flag
               end-rewrite
           else
               write cc-record
                   invalid key
                       move "y"         to ws-ledger-fail-flag
               end-write
           end-if.

      *    Copied but not recorded, the maintenance step will still
      *    refuse the cycle - say so rather than leave it a puzzle.
           if ws-ledger-update-failed
               move spaces              to ml-text
               string "SNAPSHOT COPIED BUT LEDGER UPDATE FAILED, "
                 "STATUS " ws-cyc-status delimited by size
                 into ml-text
               write snap-report-line from ws-message-line
                 after advancing 2 lines
               display "A1-CYCSNAP: " ml-text
               move 8 to return-code
           else
               move spaces              to ml-text
               string "SNAPSHOT OF 16 STANDING FILES TAKEN FOR "
                 ws-date-view delimited by size into ml-text
               write snap-report-line from ws-message-line
                 after advancing 2 lines
               display "A1-CYCSNAP: " ml-text
           end-if.

       300-restore-snapshot.

           perform 020-open-ledger.
           perform 310-check-later-dates.
           perform 025-read-ledger-row.
           perform 320-check-date-restorable.
           close cycle-control-file.
           move "n"                     to ws-cyc-open-flag.

      *    All or nothing - one missing snapshot and no standing file
      *    is touched.
           perform 500-open-source-files.
           if ws-file-unreadable
               perform 560-refuse-unreadable
           end-if.

           perform 520-write-column-heading.
           perform 600-copy-standing-files.

           move spaces                  to ml-text.
           string "STANDING FILES ROLLED BACK TO THE PRE-CYCLE "
             "SNAPSHOT OF " ws-date-view delimited by size
             into ml-text.
           write snap-report-line from ws-message-line
             after advancing 2 lines.

           display "A1-CYCSNAP: " ml-text.

       310-check-later-dates.

      *    Any later run date on the ledger means a later cycle has
      *    already started from these standing files.
           move ws-parm-date-ymd        to cc-run-date.
           start cycle-control-file
               key is greater than cc-run-date
               invalid key
                   move "n"             to ws-cyc-found-flag
               not invalid key
                   move "y"             to ws-cyc-found-flag
           end-start.

           if ws-cyc-found
               read cycle-control-file next record
                   at end
                       move "n"         to ws-cyc-found-flag
               end-read
           end-if.

           if ws-cyc-found
               move spaces              to ml-text
               string "RUN DATE " cc-run-date (3:2) "/"
                 cc-run-date (5:2) "/" cc-run-date (1:2)
                 " HAS STARTED SINCE - ROLLBACK REFUSED"
                 delimited by size into ml-text
               perform 900-refuse-run
           end-if.

       320-check-date-restorable.

      *    A reconciled day has gone to the ledger and is corrected
      *    by restatement; a restated or closed one has gone further
      *    still.  A recon that failed or died posted nothing.
           move spaces                  to ml-text.

           evaluate true
               when not ws-cyc-found
                   string ws-date-view
                     " IS NOT ON THE LEDGER - ROLLBACK REFUSED"
                     delimited by size into ml-text
               when not cc-snap-taken
                   string ws-date-view
                     " HAS NO PRE-CYCLE SNAPSHOT - ROLLBACK REFUSED"
                     delimited by size into ml-text
               when cc-stage-status (4) = "C"
                   string ws-date-view
                     " IS RECONCILED - RESTATE IT, ROLLBACK REFUSED"
                     delimited by size into ml-text
               when cc-stage-status (5) not = space
                   string ws-date-view
                     " HAS BEEN RESTATED - ROLLBACK REFUSED"
                     delimited by size into ml-text
               when cc-stage-status (6) not = space
                   string ws-date-view
                     " IS IN A MONTH-END CLOSE - ROLLBACK REFUSED"
                     delimited by size into ml-text
           end-evaluate.

           if ml-text not = spaces
               perform 900-refuse-run
           end-if.

       400-check-ar-generation.

      *    Only a generation the pricing run dated with this run
      *    date, or an empty one when this date's pricing started
      *    (a run that died before its header), is the date's.
           perform 020-open-ledger.
           perform 025-read-ledger-row.
           close cycle-control-file.
           move "n"                     to ws-cyc-open-flag.

           open input ar-extract-file.

           if ws-arx-status not = "00"
               move spaces              to ml-text
               string "AR EXTRACT GENERATION (" delimited by size
                 ws-parm-gen delimited by space
                 ") NOT READABLE, STATUS " ws-arx-status
                 " - LEFT CATALOGED" delimited by size into ml-text
               perform 900-refuse-run
           end-if.

           move spaces                  to ml-text.

           read ar-extract-file
               at end
                   if cc-stage-status (2) not = space
                       string "AR EXTRACT GENERATION ("
                         delimited by size
                         ws-parm-gen delimited by space
                         ") IS EMPTY AND THE DATE'S - TO BE "
                         "UNCATALOGED" delimited by size into ml-text
                   end-if
               not at end
                   if ax-record-type = "H"
                      and ax-run-date = ws-parm-date
                       string "AR EXTRACT GENERATION ("
                         delimited by size
                         ws-parm-gen delimited by space
                         ") IS THE DATE'S - TO BE UNCATALOGED"
                         delimited by size into ml-text
                   end-if
           end-read.

           close ar-extract-file.

           if ml-text = spaces
               string "AR EXTRACT GENERATION (" delimited by size
                 ws-parm-gen delimited by space
                 ") IS NOT THE DATE'S - KEPT"
                 delimited by size into ml-text
               move 4 to return-code
           end-if.

           write snap-report-line from ws-message-line
             after advancing 2 lines.

           display "A1-CYCSNAP: " ml-text.

       450-check-input-generation.

      *    A feed intake that ran to an end - complete or failed -
      *    cataloged the day's input generation; one that died had
      *    it deleted, and one never run made none.
           perform 020-open-ledger.
           perform 025-read-ledger-row.
           close cycle-control-file.
           move "n"                     to ws-cyc-open-flag.

           move spaces                  to ml-text.

           if cc-stage-status (1) = "C"
              or cc-stage-status (1) = "F"
               string "INPUT GENERATION A2.DAT(0) IS THE DATE'S - "
                 "TO BE UNCATALOGED" delimited by size into ml-text
           else
               string "NO INPUT GENERATION WAS MADE FOR THE DATE - "
                 "A2.DAT(0) KEPT" delimited by size into ml-text
               move 4 to return-code
           end-if.

           write snap-report-line from ws-message-line
             after advancing 2 lines.

           display "A1-CYCSNAP: " ml-text.

       500-open-source-files.

      *    Every file the copy reads from is opened up front - the
      *    standing files for a snapshot, the snapshots for a
      *    restore - so an unreadable one stops the run before
      *    anything is written.
           move 1                       to ws-file-idx.
           if ws-take-snapshot
               open input live-mstr-file
           else
               open input snap-mstr-file
           end-if.
           perform 510-check-source-open.

           move 2                       to ws-file-idx.
           if ws-take-snapshot
               open input live-cust-file
           else
               open input snap-cust-file
           end-if.
           perform 510-check-source-open.

           move 3                       to ws-file-idx.
           if ws-take-snapshot
               open input live-invbal-file
           else
               open input snap-invbal-file
           end-if.
           perform 510-check-source-open.

           move 4                       to ws-file-idx.
           if ws-take-snapshot
               open input live-cntpend-file
           else
               open input snap-cntpend-file
           end-if.
           perform 510-check-source-open.

           move 5                       to ws-file-idx.
           if ws-take-snapshot
               open input live-cntsheet-file
           else
               open input snap-cntsheet-file
           end-if.
           perform 510-check-source-open.

           move 6                       to ws-file-idx.
           if ws-take-snapshot
               open input live-xfropen-file
           else
               open input snap-xfropen-file
           end-if.
           perform 510-check-source-open.

           move 7                       to ws-file-idx.
           if ws-take-snapshot
               open input live-pvhist-file
           else
               open input snap-pvhist-file
           end-if.
           perform 510-check-source-open.

           move 8                       to ws-file-idx.
           if ws-take-snapshot
               open input live-slshist-file
           else
               open input snap-slshist-file
           end-if.
           perform 510-check-source-open.

           move 9                       to ws-file-idx.
           if ws-take-snapshot
               open input live-rcyhold-file
           else
               open input snap-rcyhold-file
           end-if.
           perform 510-check-source-open.

           move 10                      to ws-file-idx.
           if ws-take-snapshot
               open input live-rcynext-file
           else
               open input snap-rcynext-file
           end-if.
           perform 510-check-source-open.

           move 11                      to ws-file-idx.
           if ws-take-snapshot
               open input live-rtnrel-file
           else
               open input snap-rtnrel-file
           end-if.
           perform 510-check-source-open.

           move 12                      to ws-file-idx.
           if ws-take-snapshot
               open input live-batchreg-file
           else
               open input snap-batchreg-file
           end-if.
           perform 510-check-source-open.

           move 13                      to ws-file-idx.
           if ws-take-snapshot
               open input live-prchist-file
           else
               open input snap-prchist-file
           end-if.
           perform 510-check-source-open.

           move 14                      to ws-file-idx.
           if ws-take-snapshot
               open input live-runlog-file
           else
               open input snap-runlog-file
           end-if.
           perform 510-check-source-open.

           move 15                      to ws-file-idx.
           if ws-take-snapshot
               open input live-dqstats-file
           else
               open input snap-dqstats-file
           end-if.
           perform 510-check-source-open.

           move 16                      to ws-file-idx.
           if ws-take-snapshot
               open input live-cnthist-file
           else
               open input snap-cnthist-file
           end-if.
           perform 510-check-source-open.

       510-check-source-open.

      *    The first file that will not open is the one reported.
           if ws-copy-status not = "00"
              and not ws-file-unreadable
               move "y"                 to ws-unreadable-flag
               move ws-file-idx         to ws-unreadable-idx
               move ws-copy-status      to ws-unreadable-status
           end-if.

       520-write-column-heading.

           write snap-report-line from ws-column-heading
             after advancing 2 lines.
           write snap-report-line from ws-empty-line
             after advancing 1 line.

       540-write-file-line.

           move ws-file-name (ws-file-idx) to fl-name.
           move ws-copy-count           to fl-count-view.
           add ws-copy-count            to ws-total-count.

           move spaces                  to fl-dsn.
           string ws-parm-hlq delimited by space
             ".SNAP.D" ws-parm-date "." delimited by size
             ws-file-name (ws-file-idx) delimited by space
             into fl-dsn.

           if ws-take-snapshot
               move "COPIED"            to fl-action
           else
               move "RESTORED"          to fl-action
           end-if.

           write snap-report-line from ws-file-line
             after advancing 1 line.

       560-refuse-unreadable.

           move spaces                  to ml-text.
           if ws-take-snapshot
               string ws-file-name (ws-unreadable-idx)
                 delimited by space
                 " NOT READABLE, STATUS " ws-unreadable-status
                 " - SNAPSHOT NOT TAKEN" delimited by size
                 into ml-text
           else
               string "SNAPSHOT OF " delimited by size
                 ws-file-name (ws-unreadable-idx) delimited by space
                 " NOT READABLE, STATUS " ws-unreadable-status
                 " - NOTHING RESTORED" delimited by size
                 into ml-text
           end-if.

           perform 900-refuse-run.

       600-copy-standing-files.

           perform 610-copy-mstr.
           perform 620-copy-cust.
           perform 630-copy-invbal.
           perform 640-copy-cntpend.
           perform 650-copy-cntsheet.
           perform 660-copy-xfropen.
           perform 670-copy-pvhist.
           perform 680-copy-slshist.
           perform 690-copy-rcyhold.
           perform 700-copy-rcynext.
           perform 710-copy-rtnrel.
           perform 720-copy-batchreg.
           perform 730-copy-prchist.
           perform 740-copy-runlog.
           perform 750-copy-dqstats.
           perform 760-copy-cnthist.

           move ws-total-count          to tl-count-view.
           write snap-report-line from ws-total-line
             after advancing 2 lines.

       610-copy-mstr.

           move 1                       to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-mstr-file
           else
               open output live-mstr-file
           end-if.

           perform 615-copy-mstr-row
             until ws-copy-eof-flag = "y".

           close live-mstr-file
             snap-mstr-file.

           perform 540-write-file-line.

       615-copy-mstr-row.

           if ws-take-snapshot
               read live-mstr-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-mstr-record from lv-mstr-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-mstr-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-mstr-record from sn-mstr-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       620-copy-cust.

           move 2                       to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-cust-file
           else
               open output live-cust-file
           end-if.

           perform 625-copy-cust-row
             until ws-copy-eof-flag = "y".

           close live-cust-file
             snap-cust-file.

           perform 540-write-file-line.

       625-copy-cust-row.

           if ws-take-snapshot
               read live-cust-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-cust-record from lv-cust-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-cust-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-cust-record from sn-cust-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       630-copy-invbal.

           move 3                       to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-invbal-file
           else
               open output live-invbal-file
           end-if.

           perform 635-copy-invbal-row
             until ws-copy-eof-flag = "y".

           close live-invbal-file
             snap-invbal-file.

           perform 540-write-file-line.

       635-copy-invbal-row.

           if ws-take-snapshot
               read live-invbal-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-invbal-record from lv-invbal-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-invbal-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-invbal-record from sn-invbal-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       640-copy-cntpend.

           move 4                       to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-cntpend-file
           else
               open output live-cntpend-file
           end-if.

           perform 645-copy-cntpend-row
             until ws-copy-eof-flag = "y".

           close live-cntpend-file
             snap-cntpend-file.

           perform 540-write-file-line.

       645-copy-cntpend-row.

           if ws-take-snapshot
               read live-cntpend-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-cntpend-record from lv-cntpend-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-cntpend-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-cntpend-record from sn-cntpend-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       650-copy-cntsheet.

           move 5                       to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-cntsheet-file
           else
               open output live-cntsheet-file
           end-if.

           perform 655-copy-cntsheet-row
             until ws-copy-eof-flag = "y".

           close live-cntsheet-file
             snap-cntsheet-file.

           perform 540-write-file-line.

       655-copy-cntsheet-row.

           if ws-take-snapshot
               read live-cntsheet-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-cntsheet-record from lv-cntsheet-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-cntsheet-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-cntsheet-record from sn-cntsheet-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       660-copy-xfropen.

           move 6                       to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-xfropen-file
           else
               open output live-xfropen-file
           end-if.

           perform 665-copy-xfropen-row
             until ws-copy-eof-flag = "y".

           close live-xfropen-file
             snap-xfropen-file.

           perform 540-write-file-line.

       665-copy-xfropen-row.

           if ws-take-snapshot
               read live-xfropen-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-xfropen-record from lv-xfropen-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-xfropen-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-xfropen-record from sn-xfropen-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       670-copy-pvhist.

           move 7                       to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-pvhist-file
           else
               open output live-pvhist-file
           end-if.

           perform 675-copy-pvhist-row
             until ws-copy-eof-flag = "y".

           close live-pvhist-file
             snap-pvhist-file.

           perform 540-write-file-line.

       675-copy-pvhist-row.

           if ws-take-snapshot
               read live-pvhist-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-pvhist-record from lv-pvhist-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-pvhist-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-pvhist-record from sn-pvhist-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       680-copy-slshist.

           move 8                       to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-slshist-file
           else
               open output live-slshist-file
           end-if.

           perform 685-copy-slshist-row
             until ws-copy-eof-flag = "y".

           close live-slshist-file
             snap-slshist-file.

           perform 540-write-file-line.

       685-copy-slshist-row.

           if ws-take-snapshot
               read live-slshist-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-slshist-record from lv-slshist-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-slshist-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-slshist-record from sn-slshist-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       690-copy-rcyhold.

           move 9                       to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-rcyhold-file
           else
               open output live-rcyhold-file
           end-if.

           perform 695-copy-rcyhold-row
             until ws-copy-eof-flag = "y".

           close live-rcyhold-file
             snap-rcyhold-file.

           perform 540-write-file-line.

       695-copy-rcyhold-row.

           if ws-take-snapshot
               read live-rcyhold-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-rcyhold-record from lv-rcyhold-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-rcyhold-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-rcyhold-record from sn-rcyhold-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       700-copy-rcynext.

           move 10                      to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-rcynext-file
           else
               open output live-rcynext-file
           end-if.

           perform 705-copy-rcynext-row
             until ws-copy-eof-flag = "y".

           close live-rcynext-file
             snap-rcynext-file.

           perform 540-write-file-line.

       705-copy-rcynext-row.

           if ws-take-snapshot
               read live-rcynext-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-rcynext-record from lv-rcynext-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-rcynext-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-rcynext-record from sn-rcynext-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       710-copy-rtnrel.

           move 11                      to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-rtnrel-file
           else
               open output live-rtnrel-file
           end-if.

           perform 715-copy-rtnrel-row
             until ws-copy-eof-flag = "y".

           close live-rtnrel-file
             snap-rtnrel-file.

           perform 540-write-file-line.

       715-copy-rtnrel-row.

           if ws-take-snapshot
               read live-rtnrel-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-rtnrel-record from lv-rtnrel-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-rtnrel-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-rtnrel-record from sn-rtnrel-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       720-copy-batchreg.

           move 12                      to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-batchreg-file
           else
               open output live-batchreg-file
           end-if.

           perform 725-copy-batchreg-row
             until ws-copy-eof-flag = "y".

           close live-batchreg-file
             snap-batchreg-file.

           perform 540-write-file-line.

       725-copy-batchreg-row.

           if ws-take-snapshot
               read live-batchreg-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-batchreg-record from lv-batchreg-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-batchreg-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-batchreg-record from sn-batchreg-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       730-copy-prchist.

           move 13                      to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-prchist-file
           else
               open output live-prchist-file
           end-if.

           perform 735-copy-prchist-row
             until ws-copy-eof-flag = "y".

           close live-prchist-file
             snap-prchist-file.

           perform 540-write-file-line.

       735-copy-prchist-row.

           if ws-take-snapshot
               read live-prchist-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-prchist-record from lv-prchist-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-prchist-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-prchist-record from sn-prchist-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       740-copy-runlog.

           move 14                      to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-runlog-file
           else
               open output live-runlog-file
           end-if.

           perform 745-copy-runlog-row
             until ws-copy-eof-flag = "y".

           close live-runlog-file
             snap-runlog-file.

           perform 540-write-file-line.

       745-copy-runlog-row.

           if ws-take-snapshot
               read live-runlog-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-runlog-record from lv-runlog-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-runlog-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-runlog-record from sn-runlog-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       750-copy-dqstats.

           move 15                      to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-dqstats-file
           else
               open output live-dqstats-file
           end-if.

           perform 755-copy-dqstats-row
             until ws-copy-eof-flag = "y".

           close live-dqstats-file
             snap-dqstats-file.

           perform 540-write-file-line.

       755-copy-dqstats-row.

           if ws-take-snapshot
               read live-dqstats-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-dqstats-record from lv-dqstats-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-dqstats-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-dqstats-record from sn-dqstats-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       760-copy-cnthist.

           move 16                      to ws-file-idx.
           move 0                       to ws-copy-count.
           move "n"                     to ws-copy-eof-flag.

           if ws-take-snapshot
               open output snap-cnthist-file
           else
               open output live-cnthist-file
           end-if.

           perform 765-copy-cnthist-row
             until ws-copy-eof-flag = "y".

           close live-cnthist-file
             snap-cnthist-file.

           perform 540-write-file-line.

       765-copy-cnthist-row.

           if ws-take-snapshot
               read live-cnthist-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write sn-cnthist-record from lv-cnthist-record
                       add 1 to ws-copy-count
               end-read
           else
               read snap-cnthist-file
                   at end
                       move "y"         to ws-copy-eof-flag
                   not at end
                       write lv-cnthist-record from sn-cnthist-record
                       add 1 to ws-copy-count
               end-read
           end-if.

       800-mark-aged-snapshots.

      *    Reached only behind a clean IDCAMS step, so every date
      *    named has no snapshot left on file.
           perform 020-open-ledger.

           open input snap-delete-file.
           if ws-sdl-status not = "00"
               move spaces              to ml-text
               string "SNPDEL NOT AVAILABLE, STATUS "
                 ws-sdl-status " - NOTHING MARKED"
                 delimited by size into ml-text
               perform 900-refuse-run
           end-if.

           move "n"                     to ws-copy-eof-flag.
           read snap-delete-file
               at end
                   move "y"             to ws-copy-eof-flag
           end-read.

           perform 810-mark-one-snapshot
             until ws-copy-eof-flag = "y".

           close snap-delete-file
             cycle-control-file.

           move ws-total-count          to tl-count-view.
           write snap-report-line from ws-total-line
             after advancing 2 lines.

           if ws-ledger-update-failed
               move 8 to return-code
           end-if.

       810-mark-one-snapshot.

           if snap-delete-card (3:7) = "LISTCAT"
               move spaces              to ws-sdl-front
                                           ws-sdl-date
               unstring snap-delete-card delimited by ".SNAP.D"
                 into ws-sdl-front
                      ws-sdl-date
               move ws-sdl-date (5:2)   to cc-run-date (1:2)
               move ws-sdl-date (1:2)   to cc-run-date (3:2)
               move ws-sdl-date (3:2)   to cc-run-date (5:2)
               move ws-sdl-date (1:2)   to ws-date-view-mm
               move ws-sdl-date (3:2)   to ws-date-view-dd
               move ws-sdl-date (5:2)   to ws-date-view-yy
               move spaces              to ml-text
               read cycle-control-file
                   invalid key
                       string "SNAPSHOT " ws-date-view
                         " DELETED - DATE NOT ON THE LEDGER"
                         delimited by size into ml-text
                   not invalid key
                       perform 820-post-aged-mark
               end-read
               write snap-report-line from ws-message-line
                 after advancing 1 line
               add 1 to ws-total-count
           end-if.

           read snap-delete-file
               at end
                   move "y"             to ws-copy-eof-flag
           end-read.

       820-post-aged-mark.

           move "A"                     to cc-snap-flag.
           rewrite cc-record
               invalid key
                   move "y"             to ws-ledger-fail-flag
                   string "SNAPSHOT " ws-date-view
                     " DELETED - LEDGER UPDATE FAILED, STATUS "
                     ws-cyc-status
                     delimited by size into ml-text
               not invalid key
                   string "SNAPSHOT " ws-date-view
                     " DELETED - MARKED AGED OFF ON THE LEDGER"
                     delimited by size into ml-text
           end-rewrite.

       900-refuse-run.

      *    The reason goes on the report and the console, and the
      *    run ends at error level having changed nothing.
           if ws-report-open
               write snap-report-line from ws-message-line
                 after advancing 2 lines
               close snap-report-file
           end-if.

           display "A1-CYCSNAP: " ml-text.

           if ws-ledger-open
               close cycle-control-file
           end-if.

           move 8 to return-code.
           goback.

       end program A1-CycSnap.
