       identification division.
       program-id. A1-TaxRem.
       author. Jacky Yuan.
       date-written. 10/15/2026.

      *****************************************************************
      *   Monthly sales tax remittance return by jurisdiction.  Runs
      *   at month end behind A1-MthSumm over the same AR extract
      *   generations and files the month's tax the way the return
      *   is filed - one line per tax jurisdiction, the origin
      *   warehouse, as the A2TAX table is keyed:
      *
      *     - taxable sales - net price of sales that carried tax;
      *     - exempt / zero-rate sales - net price of sales that
      *       carried none (a zero-rated jurisdiction, or a line
      *       too small to round to a cent of tax);
      *     - returns credited - net price credited back on returns;
      *     - tax collected net of the returns' tax credits;
      *     - restatement adjustments - the tax of the reversal
      *       ("R") and re-bill ("B") generations A1-Restate and the
      *       re-bill run add under a restated day, in their own
      *       column so the original figures stay as first filed;
      *     - the tax due, collected plus adjustments.
      *
      *   The sales and returns columns come from the days'
      *   original generations only.  Every jurisdiction on A2TAX
      *   gets a line, traded or not; a warehouse found on the
      *   extract with no A2TAX row gets one too, flagged, so
      *   nothing falls out of the total.
      *
      *   The grand total tax due must tie to the month tax total
      *   A1-MthSumm wrote on the period's summary file (the sum of
      *   its class rows).  Only a month that ties gets a
      *   remittance extract for accounts payable - a header, one
      *   row per jurisdiction and a trailer with the count and
      *   total due.  A month that does not tie, or has no summary
      *   to tie to, writes no extract and ends at condition code
      *   8 so nothing is filed short.
      *
      *   The period (MMYY) comes in as the runtime parameter and
      *   is required.  The return is refused at condition code 8,
      *   before anything is read, when any run date of the period
      *   on the cycle control ledger has not had its month-end
      *   close completed - the dates are listed on SYSOUT.
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
           select tax-rate-file
               assign to TAXFILE
               organization is line sequential
               file status is ws-tax-status.
      *
           select summary-file
               assign to MTHSUM
               organization is line sequential
               file status is ws-sum-status.
      *
           select remit-report-file
               assign to TAXRPT
               organization is line sequential.
      *
           select remit-extract-file
               assign to TAXREM
               organization is line sequential.
      *
           select cycle-control-file
               assign to CYCCTL
               organization is indexed
               access is dynamic
               record key is cc-run-date
               file status is ws-cyc-status.

       data division.
       file section.
      *
      *    The daily AR extract, as the pricing run writes it: a
      *    dated header row, one delimited detail row per item, and
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

      *    Tax rate reference - one row per depot: warehouse code
      *    and the jurisdiction's rate applied to the net price.
       fd tax-rate-file
           data record is tx-record
           record contains 6 characters.
       01 tx-record.
         05 tx-code                    pic x(2).
         05 tx-rate                    pic 9v999.

      *    A1-MthSumm's period-to-date summary, one row per product
      *    class.  A rerun close appends another set, so the last
      *    row read for a class is the one that stands.
       fd summary-file
           data record is sm-record
           record contains 65 characters.
       01 sm-record.
         05 sm-product-class           pic x(1).
         05 filler                     pic x(1).
         05 sm-row-count               pic zzzzzz9.
         05 filler                     pic x(1).
         05 sm-np-total                pic zzzzzzzz9.99-.
         05 filler                     pic x(1).
         05 sm-disc-total              pic zzzzzzzz9.99-.
         05 filler                     pic x(1).
         05 sm-tc-total                pic zzzzzzzz9.99-.
         05 filler                     pic x(1).
         05 sm-tax-total               pic zzzzzzzz9.99-.

       fd remit-report-file
           data record is remit-report-line
           record contains 120 characters.
       01 remit-report-line pic x(120).

      *    Accounts payable's remittance extract - a header naming
      *    the period, one row per jurisdiction, and a trailer
      *    carrying the row count and the total due.  Amounts are
      *    signed - a jurisdiction whose credits outran its sales
      *    for the month shows a negative amount due.
       fd remit-extract-file
           data record is rx-record
           record contains 90 characters.
       01 rx-header.
         05 rh-record-type             pic x(1).
         05 rh-period                  pic x(4).
         05 filler                     pic x(85).
       01 rx-detail.
         05 rd-record-type             pic x(1).
         05 rd-period                  pic x(4).
         05 rd-jurisdiction            pic x(2).
         05 rd-rate                    pic 9v999.
         05 rd-taxable-sales           pic s9(9)v99
                                        sign is leading separate.
         05 rd-exempt-sales            pic s9(9)v99
                                        sign is leading separate.
         05 rd-returns                 pic s9(9)v99
                                        sign is leading separate.
         05 rd-tax-collected           pic s9(9)v99
                                        sign is leading separate.
         05 rd-restate-adj             pic s9(9)v99
                                        sign is leading separate.
         05 rd-tax-due                 pic s9(9)v99
                                        sign is leading separate.
         05 filler                     pic x(7).
       01 rx-trailer.
         05 rt-record-type             pic x(1).
         05 rt-period                  pic x(4).
         05 rt-row-count               pic 9(5).
         05 rt-tax-due-total           pic s9(9)v99
                                        sign is leading separate.
         05 filler                     pic x(68).

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
         05 filler                     pic x(31)
            value "SALES TAX REMITTANCE RETURN  - ".
         05 ws-heading-period          pic x(5).
         05 filler                     pic x(70) value spaces.
         05 ws-author-name             pic x(14) value "Jacky Yuan, A2".

       01 ws-column-heading-1.
         05 filler                     pic x(4) value "JUR".
         05 filler                     pic x(7) value " RATE".
         05 filler                     pic x(16)
            value "         TAXABLE".
         05 filler                     pic x(16)
            value "     EXEMPT/ZERO".
         05 filler                     pic x(16)
            value "         RETURNS".
         05 filler                     pic x(16)
            value "   TAX COLLECTED".
         05 filler                     pic x(16)
            value "     RESTATEMENT".
         05 filler                     pic x(16)
            value "         TAX DUE".
         05 filler                     pic x(13) value spaces.

       01 ws-column-heading-2.
         05 filler                     pic x(11) value spaces.
         05 filler                     pic x(16)
            value "           SALES".
         05 filler                     pic x(16)
            value "      RATE SALES".
         05 filler                     pic x(16)
            value "        CREDITED".
         05 filler                     pic x(16)
            value "  NET OF CREDITS".
         05 filler                     pic x(16)
            value "     ADJUSTMENTS".
         05 filler                     pic x(29) value spaces.

       01 ws-jurisdiction-line.
         05 jl-code                    pic x(2).
         05 filler                     pic x(2) value spaces.
         05 jl-rate-view               pic 9.999.
         05 filler                     pic x(2) value spaces.
         05 jl-taxable-view            pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 jl-exempt-view             pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 jl-returns-view            pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 jl-collected-view          pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 jl-restate-view            pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 jl-due-view                pic zz,zzz,zz9.99-.
         05 filler                     pic x(1) value spaces.
         05 jl-note                    pic x(12).

       01 ws-total-line.
         05 filler                     pic x(11) value "TOTAL".
         05 tl-taxable-view            pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 tl-exempt-view             pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 tl-returns-view            pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 tl-collected-view          pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 tl-restate-view            pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 tl-due-view                pic zz,zzz,zz9.99-.
         05 filler                     pic x(13) value spaces.

       01 ws-tieback-line.
         05 filler                     pic x(43)
            value "MONTH TAX TOTAL PER MONTHLY SALES SUMMARY  ".
         05 filler                     pic x(48) value spaces.
         05 tb-mth-tax-view            pic zz,zzz,zz9.99-.
         05 filler                     pic x(15) value spaces.

       01 ws-restated-line.
         05 filler                     pic x(4) value "DAY ".
         05 rs-run-date                pic x(6).
         05 filler                     pic x(48)
            value " RESTATED - ADJUSTMENT IN THE RESTATEMENT COLUMN".
         05 filler                     pic x(62) value spaces.

       01 ws-balance-line.
         05 bl-text                    pic x(120).

       01 ws-count-lines.
         05 ws-read-count-line.
           10 filler pic x(28) value "EXTRACT ROWS READ          =".
           10 ws-read-count-view       pic zzzz9.
         05 ws-rows-count-line.
           10 filler pic x(28) value "REMITTANCE ROWS WRITTEN    =".
           10 ws-rows-count-view       pic zzzz9.

      *    One row per jurisdiction - the A2TAX rows first, in file
      *    order, then any warehouse the extract names that A2TAX
      *    does not.
       01 ws-jur-counters.
         05 ws-jur-count               pic 99 value 0.
         05 ws-jur-listed-count        pic 99 value 0.

       01 ws-jur-table.
         05 ws-jur-entry               occurs 1 to 40 times
                                        depending on ws-jur-count
                                        indexed by wj-idx.
           10 wj-code                  pic x(2).
           10 wj-rate                  pic 9v999.
           10 wj-listed-flag           pic x(1).
             88 wj-listed              value "y".
           10 wj-taxable-total         pic s9(9)v99.
           10 wj-exempt-total          pic s9(9)v99.
           10 wj-returns-total         pic s9(9)v99.
           10 wj-collected-total       pic s9(9)v99.
           10 wj-restate-total         pic s9(9)v99.
           10 wj-due-total             pic s9(9)v99.

      *    The restated days of the period, for the note ahead of
      *    the totals.
       01 ws-restated-counters.
         05 ws-restated-count          pic 99 value 0.
         05 ws-restated-date           pic x(6) occurs 31 times.

      *    A1-MthSumm's class tax figures - the last row read for
      *    each class stands.
       01 ws-class-codes.
         05 filler                     pic x(1) value "A".
         05 filler                     pic x(1) value "B".
         05 filler                     pic x(1) value "D".
         05 filler                     pic x(1) value "F".
       01 ws-class-code-table redefines ws-class-codes.
         05 ws-class-code-entry        pic x(1) occurs 4 times.

       01 ws-class-tax-table.
         05 ws-class-tax               pic s9(9)v99 occurs 4 times.

       01 ws-period-parm               pic x(4).

      *    Cycle control ledger work.
       01 ws-cycle-control.
         05 ws-cyc-status              pic xx.
         05 ws-cyc-eof-flag            pic x value "n".
         05 ws-cyc-refuse-flag         pic x value "n".
           88 ws-cyc-refused           value "y".
         05 ws-cyc-period-key.
           10 ws-cyc-key-yy            pic x(2).
           10 ws-cyc-key-mm            pic x(2).
         05 ws-cyc-low-key             pic x(6).

       01 ws-work.
         05 ws-tax-status              pic xx.
         05 ws-sum-status              pic xx.
         05 ws-eof-flag                pic x value "n".
         05 ws-tax-eof-flag            pic x value "n".
         05 ws-sum-eof-flag            pic x value "n".
         05 ws-sum-found-flag          pic x value "n".
           88 ws-sum-found             value "y".
         05 ws-in-period-flag          pic x value "n".
           88 ws-in-period             value "y".
         05 ws-gen-marker              pic x(1).
           88 ws-original-gen          value space.
         05 ws-jur-found-flag          pic x value "n".
           88 ws-jur-found             value "y".
         05 ws-restated-found-flag     pic x value "n".
           88 ws-restated-found        value "y".
         05 ws-rpt-idx                 pic 99.
         05 ws-class-idx               pic 9.
         05 ws-day-idx                 pic 99.
         05 ws-jur-sub                 pic 99.
         05 ws-net-work                pic s9(7)v99.
         05 ws-tax-work                pic s9(7)v99.
         05 ws-sum-tax-work            pic s9(9)v99.

       01 ws-totals.
         05 ws-taxable-total           pic s9(9)v99 value 0.
         05 ws-exempt-total            pic s9(9)v99 value 0.
         05 ws-returns-total           pic s9(9)v99 value 0.
         05 ws-collected-total         pic s9(9)v99 value 0.
         05 ws-restate-total           pic s9(9)v99 value 0.
         05 ws-due-total               pic s9(9)v99 value 0.
         05 ws-mth-tax-total           pic s9(9)v99 value 0.

       01 ws-counters.
         05 ws-read-count              pic 9(5) value 0.
         05 ws-rows-count              pic 9(5) value 0.

       01 ws-flags.
         05 ws-balance-flag            pic x value "y".
           88 ws-in-balance            value "y".

       01 ws-empty-line                pic x(1) value spaces.

       procedure division.
      *
       000-main.

           accept ws-period-parm from command-line.

      *    A return is always for a month.
           if ws-period-parm = spaces
               display "A1-TAXREM: NO PERIOD ON THE PARM (MMYY) -"
                 " RUN REFUSED"
               move 8 to return-code
               goback
           end-if.

      *    The month must be closed before its tax is filed.
           perform 020-check-cycle-ledger.
           if ws-cyc-refused
               move 8 to return-code
               goback
           end-if.

           perform 050-load-tax-table.
           perform 070-load-month-summary.

           open input ar-extract-in-file.

           read ar-extract-in-file
               at end
               move "y" to ws-eof-flag.

           perform 100-process-record
             until ws-eof-flag = "y".

           close ar-extract-in-file.

           open output remit-report-file.

           move spaces                  to ws-heading-period.
           move ws-period-parm (1:2)    to ws-heading-period (1:2).
           move "/"                     to ws-heading-period (3:1).
           move ws-period-parm (3:2)    to ws-heading-period (4:2).

           write remit-report-line from ws-report-heading
             after advancing 1 line.
           write remit-report-line from ws-column-heading-1
             after advancing 3 lines.
           write remit-report-line from ws-column-heading-2
             after advancing 1 line.
           write remit-report-line from ws-empty-line
             after advancing 1 line.

           perform 300-write-jurisdiction
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-jur-count.

           perform 400-write-totals.

      *    Only a month that ties goes to accounts payable.
           if ws-in-balance
               perform 600-write-extract
               move "*** RETURN TIES - REMITTANCE EXTRACT WRITTEN ***"
                 to bl-text
           else
               move "*** RETURN DOES NOT TIE - DO NOT FILE ***"
                 to bl-text
           end-if.

           write remit-report-line from ws-balance-line
             after advancing 2 lines.

           move ws-read-count           to ws-read-count-view.
           move ws-rows-count           to ws-rows-count-view.

           write remit-report-line from ws-read-count-line
             after advancing 2 lines.
           write remit-report-line from ws-rows-count-line
             after advancing 1 line.

           close remit-report-file.

           if not ws-in-balance
               move 8 to return-code
           end-if.

           goback.

       020-check-cycle-ledger.

      *    Every ledger row keyed inside the period (YYMM on the
      *    front of the YYMMDD key) must show the month-end stage
      *    complete.  A ledger that cannot be opened refuses the
      *    return.
           move ws-period-parm (3:2)    to ws-cyc-key-yy.
           move ws-period-parm (1:2)    to ws-cyc-key-mm.
           move ws-cyc-period-key       to ws-cyc-low-key (1:4).
           move "00"                    to ws-cyc-low-key (5:2).

           open input cycle-control-file.

           if ws-cyc-status not = "00"
               display "A1-TAXREM: CYCLE CONTROL LEDGER NOT AVAILABLE"
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
               if ws-cyc-refused
                   display "A1-TAXREM: PERIOD " ws-period-parm
                     " NOT CLOSED - RETURN REFUSED"
               end-if
           end-if.

       025-judge-ledger-row.

           if cc-stage-status (6) not = "C"
               display "A1-TAXREM: RUN DATE " cc-run-date
                 " MONTH-END CLOSE NOT COMPLETE"
               move "y"                 to ws-cyc-refuse-flag
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

       050-load-tax-table.

      *    No tax file at all lists no jurisdictions - every
      *    warehouse the month traded in is then reported unlisted.
           open input tax-rate-file.

           if ws-tax-status = "00"
               read tax-rate-file
                   at end
                   move "y" to ws-tax-eof-flag
               end-read
               perform 055-load-tax-record
                 until ws-tax-eof-flag = "y"
               close tax-rate-file
           else
               display "A1-TAXREM: TAX FILE NOT AVAILABLE, STATUS "
                 ws-tax-status
           end-if.

           move ws-jur-count            to ws-jur-listed-count.

       055-load-tax-record.

           if ws-jur-count = 20
               display "A1-TAXREM: TAX FILE EXCEEDS 20 ROWS -"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close tax-rate-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-jur-count.
           move ws-jur-count            to ws-jur-sub.
           perform 060-clear-jurisdiction.
           move tx-code                 to wj-code (ws-jur-sub).
           move tx-rate                 to wj-rate (ws-jur-sub).
           move "y"                     to wj-listed-flag (ws-jur-sub).

           read tax-rate-file
               at end
               move "y" to ws-tax-eof-flag.

       060-clear-jurisdiction.

           move spaces                  to wj-code (ws-jur-sub).
           move 0                       to wj-rate (ws-jur-sub).
           move "n"                     to wj-listed-flag (ws-jur-sub).
           move 0                  to wj-taxable-total (ws-jur-sub).
           move 0                  to wj-exempt-total (ws-jur-sub).
           move 0                  to wj-returns-total (ws-jur-sub).
           move 0                  to wj-collected-total (ws-jur-sub).
           move 0                  to wj-restate-total (ws-jur-sub).
           move 0                  to wj-due-total (ws-jur-sub).

       070-load-month-summary.

      *    The class rows of the latest close stand; a missing or
      *    empty summary leaves nothing to tie to.
           perform 075-clear-class-tax
             varying ws-class-idx from 1 by 1
             until ws-class-idx > 4.

           open input summary-file.

           if ws-sum-status = "00"
               read summary-file
                   at end
                   move "y" to ws-sum-eof-flag
               end-read
               perform 080-load-summary-record
                 until ws-sum-eof-flag = "y"
               close summary-file
           else
               display "A1-TAXREM: MONTH SUMMARY NOT AVAILABLE, STATUS "
                 ws-sum-status
           end-if.

           perform 085-add-class-tax
             varying ws-class-idx from 1 by 1
             until ws-class-idx > 4.

       075-clear-class-tax.

           move 0                       to ws-class-tax (ws-class-idx).

       080-load-summary-record.

           perform 082-match-summary-class
             varying ws-class-idx from 1 by 1
             until ws-class-idx > 4.

           read summary-file
               at end
               move "y" to ws-sum-eof-flag.

       082-match-summary-class.

           if ws-class-code-entry (ws-class-idx) = sm-product-class
               move sm-tax-total        to ws-sum-tax-work
               move ws-sum-tax-work     to ws-class-tax (ws-class-idx)
               move "y"                 to ws-sum-found-flag
           end-if.

       085-add-class-tax.

           add ws-class-tax (ws-class-idx) to ws-mth-tax-total.

       100-process-record.

           evaluate ah-record-type
               when "H"
                   perform 110-process-header
               when "T"
                   continue
               when spaces
                   continue
               when other
                   if ws-in-period
                       perform 130-process-detail
                   end-if
           end-evaluate.

           read ar-extract-in-file
               at end
               move "y" to ws-eof-flag.

       110-process-header.

      *    A header opens a day.  Outside the period the whole
      *    generation is passed over; inside it, its marker says
      *    whether the rows are original or restatement.
           if ah-run-date (1:2) not = ws-period-parm (1:2)
              or ah-run-date (5:2) not = ws-period-parm (3:2)
               move "n"                 to ws-in-period-flag
           else
               move "y"                 to ws-in-period-flag
               move ah-marker           to ws-gen-marker
               if not ws-original-gen
                   perform 115-note-restated-day
               end-if
           end-if.

       115-note-restated-day.

           move "n"                     to ws-restated-found-flag.

           perform 117-match-restated-day
             varying ws-day-idx from 1 by 1
             until ws-day-idx > ws-restated-count
                or ws-restated-found.

           if not ws-restated-found
              and ws-restated-count < 31
               add 1 to ws-restated-count
               move ah-run-date
                 to ws-restated-date (ws-restated-count)
           end-if.

       117-match-restated-day.

           if ws-restated-date (ws-day-idx) = ah-run-date
               move "y"                 to ws-restated-found-flag
           end-if.

       130-process-detail.

      *    A return's amounts arrive negated, and a reversal row
      *    negates whatever it backs out, so every figure simply
      *    adds.  Restatement rows go to the adjustment column
      *    only.
           add 1 to ws-read-count.

           perform 150-find-jurisdiction.

           move ad-net-price            to ws-net-work.
           move ad-tax-amt              to ws-tax-work.

           if ws-original-gen
               if ad-trans-type = "R"
                   subtract ws-net-work
                     from wj-returns-total (ws-jur-sub)
               else
                   if ws-tax-work = 0
                       add ws-net-work
                         to wj-exempt-total (ws-jur-sub)
                   else
                       add ws-net-work
                         to wj-taxable-total (ws-jur-sub)
                   end-if
               end-if
               add ws-tax-work to wj-collected-total (ws-jur-sub)
           else
               add ws-tax-work to wj-restate-total (ws-jur-sub)
           end-if.

       150-find-jurisdiction.

           move "n"                     to ws-jur-found-flag.

           if ws-jur-count > 0
               set wj-idx to 1
               search ws-jur-entry
                   at end
                       continue
                   when wj-code (wj-idx) = ad-warehouse
                       set ws-jur-sub   to wj-idx
                       move "y"         to ws-jur-found-flag
               end-search
           end-if.

           if not ws-jur-found
               if ws-jur-count = 40
                   display "A1-TAXREM: MORE THAN 40 JURISDICTIONS -"
                   display "TABLE CAPACITY REACHED, RUN TERMINATED"
                   close ar-extract-in-file
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-jur-count
               move ws-jur-count        to ws-jur-sub
               perform 060-clear-jurisdiction
               move ad-warehouse        to wj-code (ws-jur-sub)
           end-if.

       300-write-jurisdiction.

           compute wj-due-total (ws-rpt-idx) =
             wj-collected-total (ws-rpt-idx)
             + wj-restate-total (ws-rpt-idx).

           move wj-code (ws-rpt-idx)    to jl-code.
           move wj-rate (ws-rpt-idx)    to jl-rate-view.
           move wj-taxable-total (ws-rpt-idx)   to jl-taxable-view.
           move wj-exempt-total (ws-rpt-idx)    to jl-exempt-view.
           move wj-returns-total (ws-rpt-idx)   to jl-returns-view.
           move wj-collected-total (ws-rpt-idx) to jl-collected-view.
           move wj-restate-total (ws-rpt-idx)   to jl-restate-view.
           move wj-due-total (ws-rpt-idx)       to jl-due-view.

           if wj-listed (ws-rpt-idx)
               move spaces              to jl-note
           else
               move "NO A2TAX ROW"      to jl-note
           end-if.

           write remit-report-line from ws-jurisdiction-line
             after advancing 1 line.

           add wj-taxable-total (ws-rpt-idx)   to ws-taxable-total.
           add wj-exempt-total (ws-rpt-idx)    to ws-exempt-total.
           add wj-returns-total (ws-rpt-idx)   to ws-returns-total.
           add wj-collected-total (ws-rpt-idx) to ws-collected-total.
           add wj-restate-total (ws-rpt-idx)   to ws-restate-total.
           add wj-due-total (ws-rpt-idx)       to ws-due-total.

       400-write-totals.

      *    Restated days are called out ahead of the totals.
           perform 405-write-restated-note
             varying ws-day-idx from 1 by 1
             until ws-day-idx > ws-restated-count.

           move ws-taxable-total        to tl-taxable-view.
           move ws-exempt-total         to tl-exempt-view.
           move ws-returns-total        to tl-returns-view.
           move ws-collected-total      to tl-collected-view.
           move ws-restate-total        to tl-restate-view.
           move ws-due-total            to tl-due-view.

           write remit-report-line from ws-total-line
             after advancing 3 lines.

      *    Tie the tax due back to the month-end summary.
           move ws-mth-tax-total        to tb-mth-tax-view.

           write remit-report-line from ws-tieback-line
             after advancing 1 line.

           if not ws-sum-found
               move "NO MONTHLY SALES SUMMARY FOR THE PERIOD"
                 to bl-text
               write remit-report-line from ws-balance-line
                 after advancing 1 line
               move "n"                 to ws-balance-flag
           end-if.

           if ws-due-total not = ws-mth-tax-total
               move "n"                 to ws-balance-flag
           end-if.

       405-write-restated-note.

           move ws-restated-date (ws-day-idx) to rs-run-date.
           write remit-report-line from ws-restated-line
             after advancing 1 line.

       600-write-extract.

           open output remit-extract-file.

           move spaces                  to rx-header.
           move "H"                     to rh-record-type.
           move ws-period-parm          to rh-period.
           write rx-header.

           perform 610-write-extract-row
             varying ws-rpt-idx from 1 by 1
             until ws-rpt-idx > ws-jur-count.

           move spaces                  to rx-trailer.
           move "T"                     to rt-record-type.
           move ws-period-parm          to rt-period.
           move ws-rows-count           to rt-row-count.
           move ws-due-total            to rt-tax-due-total.
           write rx-trailer.

           close remit-extract-file.

       610-write-extract-row.

           move spaces                  to rx-detail.
           move "D"                     to rd-record-type.
           move ws-period-parm          to rd-period.
           move wj-code (ws-rpt-idx)    to rd-jurisdiction.
           move wj-rate (ws-rpt-idx)    to rd-rate.
           move wj-taxable-total (ws-rpt-idx)   to rd-taxable-sales.
           move wj-exempt-total (ws-rpt-idx)    to rd-exempt-sales.
           move wj-returns-total (ws-rpt-idx)   to rd-returns.
           move wj-collected-total (ws-rpt-idx) to rd-tax-collected.
           move wj-restate-total (ws-rpt-idx)   to rd-restate-adj.
           move wj-due-total (ws-rpt-idx)       to rd-tax-due.
           write rx-detail.

           add 1 to ws-rows-count.

       end program A1-TaxRem.
