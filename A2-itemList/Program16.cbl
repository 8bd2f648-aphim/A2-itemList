       identification division.
       program-id. A1-CusMaint.
       author. Jacky Yuan.
       date-written. 10/15/2026.

      *****************************************************************
      *   Batch maintenance for the customer master.  Reads a
      *   transaction file of adds, changes and deletes keyed by
      *   credit control, applies them to the customer master, and
      *   prints a before/after audit report of every field touched
      *   so the day's account changes can be signed off before the
      *   pricing run loads the file - the same scheme A1-MstMaint
      *   runs for the item master.
      *
      *   A customer row carries the account's name, the account
      *   that pays its bills (blank when it pays its own), its
      *   credit limit (zero = no limit), the open balance AR last
      *   reported against it, and the credit-hold flag.  The
      *   pricing run holds a sale for an account on hold, or for
      *   one whose bill-to is, and a sale that would carry the
      *   bill-to past its limit.
      *
      *   A bill-to must be an account already on the master that
      *   pays its own bills - one level only, so every sale lands
      *   on exactly one paying account.  An account still named as
      *   another's bill-to cannot be deleted.
      *
      *   Malformed or duplicate-key transactions are rejected onto
      *   the same report with a reason, and the program ends with
      *   condition code 4 so operations can see a cycle that had
      *   rejects without holding the whole stream.
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
           select cust-tran-file
               assign to CUSTTRAN
               organization is line sequential.
      *
           select old-cust-file
               assign to OLDCUST
               organization is line sequential.
      *
           select new-cust-file
               assign to NEWCUST
               organization is line sequential.
      *
           select cust-report-file
               assign to CUSRPT
               organization is line sequential.

       data division.
       file section.
      *
      *    Maintenance transaction - one per customer add/change/
      *    delete.  On a change, a blank field means "leave it as
      *    it is on the master"; keying the account's own number as
      *    its bill-to clears the bill-to.  The hold flag is "Y" or
      *    "N"; an add that leaves it blank is not on hold, and one
      *    that leaves the open balance blank starts from zero.
       fd cust-tran-file
           data record is cust-tran-line
           record contains 53 characters.
       01 cust-tran-line.
         05 ct-action                  pic x(1).
         05 ct-account                 pic x(6).
         05 ct-name                    pic x(20).
         05 ct-bill-to                 pic x(6).
         05 ct-credit-limit            pic 9(7)v99.
         05 ct-credit-limit-x redefines
            ct-credit-limit            pic x(9).
         05 ct-open-balance            pic s9(7)v99
                                        sign leading separate.
         05 ct-open-balance-x redefines
            ct-open-balance            pic x(10).
         05 ct-hold-flag               pic x(1).

      *    The customer master, before and after - the same 52-byte
      *    layout the pricing run reads.
       fd old-cust-file
           data record is oc-record
           record contains 52 characters.
       01 oc-record.
         05 oc-account                 pic x(6).
         05 oc-name                    pic x(20).
         05 oc-bill-to                 pic x(6).
         05 oc-credit-limit            pic x(9).
         05 oc-open-balance            pic x(10).
         05 oc-hold-flag               pic x(1).

       fd new-cust-file
           data record is nc-record
           record contains 52 characters.
       01 nc-record.
         05 nc-account                 pic x(6).
         05 nc-name                    pic x(20).
         05 nc-bill-to                 pic x(6).
         05 nc-credit-limit            pic x(9).
         05 nc-open-balance            pic x(10).
         05 nc-hold-flag               pic x(1).

       fd cust-report-file
           data record is cust-report-line
           record contains 80 characters.
       01 cust-report-line pic x(80).


       working-storage section.

       01 ws-report-heading.
         05 filler                     pic x(33)
            value "CUSTOMER MASTER MAINTENANCE AUDIT".
         05 filler                     pic x(33) value spaces.
         05 ws-author-name             pic x(14) value "Jacky Yuan, A2".

       01 ws-column-heading.
         05 filler                     pic x(7) value "ACCOUNT".
         05 filler                     pic x(1) value spaces.
         05 filler                     pic x(6) value "ACTION".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(11) value "FIELD".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(20) value "BEFORE".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(20) value "AFTER".

       01 ws-audit-line.
         05 au-account                 pic x(6).
         05 filler                     pic x(2) value spaces.
         05 au-action                  pic x(6).
         05 filler                     pic x(2) value spaces.
         05 au-field-name              pic x(11).
         05 filler                     pic x(2) value spaces.
         05 au-before                  pic x(20).
         05 filler                     pic x(2) value spaces.
         05 au-after                   pic x(20).
         05 filler                     pic x(9) value spaces.

       01 ws-reject-line.
         05 rj-account                 pic x(6).
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(10) value "REJECTED -".
         05 filler                     pic x(1) value spaces.
         05 rj-reason                  pic x(40).
         05 filler                     pic x(21) value spaces.

       01 ws-count-lines.
         05 ws-read-count-line.
           10 filler pic x(28) value "MAINTENANCE RECORDS READ   =".
           10 ws-read-count-view       pic zzzz9.
         05 ws-add-count-line.
           10 filler pic x(28) value "ACCOUNTS ADDED             =".
           10 ws-add-count-view        pic zzzz9.
         05 ws-change-count-line.
           10 filler pic x(28) value "ACCOUNTS CHANGED           =".
           10 ws-change-count-view     pic zzzz9.
         05 ws-delete-count-line.
           10 filler pic x(28) value "ACCOUNTS DELETED           =".
           10 ws-delete-count-view     pic zzzz9.
         05 ws-reject-count-line.
           10 filler pic x(28) value "RECORDS REJECTED           =".
           10 ws-reject-count-view     pic zzzz9.
         05 ws-master-count-line.
           10 filler pic x(28) value "CUSTOMER RECORDS WRITTEN   =".
           10 ws-written-count-view    pic zzzz9.

      *    The whole customer master is held in storage while the
      *    day's transactions are applied against it, then written
      *    back out in one pass.  A delete only marks the entry so
      *    a later transaction against the same key still sees it
      *    was there and can be rejected with the right reason.
       01 ws-cust-counters.
         05 ws-cust-count              pic 9(4) value 0.

       01 ws-cust-table.
         05 ws-cust-entry              occurs 1 to 2000 times
                                        depending on ws-cust-count
                                        indexed by wc-idx.
           10 wc-account               pic x(6).
           10 wc-name                  pic x(20).
           10 wc-bill-to               pic x(6).
           10 wc-credit-limit          pic x(9).
           10 wc-open-balance          pic x(10).
           10 wc-hold-flag             pic x(1).
           10 wc-delete-flag           pic x(1).

       01 ws-work.
         05 ws-cust-eof-flag           pic x value "n".
         05 ws-tran-eof-flag           pic x value "n".
         05 ws-cust-found-flag         pic x value "n".
           88 ws-cust-found            value "y".
         05 ws-tran-status             pic x value "V".
           88 ws-valid-tran            value "V".
           88 ws-invalid-tran          value "I".
         05 ws-reject-reason           pic x(40).
         05 ws-change-applied-flag     pic x value "n".
         05 ws-cust-sub                pic 9(4).
         05 ws-bill-to-work            pic x(6).
         05 ws-bill-to-flag            pic x value "n".
           88 ws-bill-to-payer         value "y".
         05 ws-payee-flag              pic x value "n".
           88 ws-account-pays-others   value "y".
         05 ws-limit-work              pic 9(7)v99.
         05 ws-limit-work-x redefines
            ws-limit-work              pic x(9).
         05 ws-balance-work            pic s9(7)v99
                                        sign leading separate.
         05 ws-balance-work-x redefines
            ws-balance-work            pic x(10).
         05 ws-money-view              pic z,zzz,zz9.99-.
         05 ws-write-idx               pic 9(4).
         05 ws-scan-idx                pic 9(4).

       01 ws-counters.
         05 ws-read-count              pic 9(5) value 0.
         05 ws-add-count               pic 9(5) value 0.
         05 ws-change-count            pic 9(5) value 0.
         05 ws-delete-count            pic 9(5) value 0.
         05 ws-reject-count            pic 9(5) value 0.
         05 ws-written-count           pic 9(5) value 0.

       01 ws-empty-line                pic x(1) value spaces.

       procedure division.
      *
       000-main.

           open input cust-tran-file
                old-cust-file.
           open output new-cust-file
                cust-report-file.

           write cust-report-line from ws-report-heading
             after advancing 1 line.
           write cust-report-line from ws-column-heading
             after advancing 2 lines.
           write cust-report-line from ws-empty-line
             after advancing 1 line.

      *    Pull the whole customer master into the table before any
      *    transaction is applied.
           perform 050-load-old-master.

      *    Apply the day's transactions in the order they arrive.
           read cust-tran-file
               at end
               move "y" to ws-tran-eof-flag.

           perform 100-process-transaction
             until ws-tran-eof-flag = "y".

      *    Write the maintained master back out, skipping entries a
      *    delete transaction marked.
           perform 500-write-new-master.

      *    Count summary so the audit report stands on its own.
           move ws-read-count           to ws-read-count-view.
           move ws-add-count            to ws-add-count-view.
           move ws-change-count         to ws-change-count-view.
           move ws-delete-count         to ws-delete-count-view.
           move ws-reject-count         to ws-reject-count-view.
           move ws-written-count        to ws-written-count-view.

           write cust-report-line from ws-read-count-line
             after advancing 2 lines.
           write cust-report-line from ws-add-count-line
             after advancing 1 line.
           write cust-report-line from ws-change-count-line
             after advancing 1 line.
           write cust-report-line from ws-delete-count-line
             after advancing 1 line.
           write cust-report-line from ws-reject-count-line
             after advancing 1 line.
           write cust-report-line from ws-master-count-line
             after advancing 1 line.

           close cust-tran-file
             old-cust-file
             new-cust-file
             cust-report-file.

      *    A cycle with rejects still ships the records that did
      *    apply, but ends at warning level so operations sees it.
           if ws-reject-count > 0
               move 4 to return-code
           end-if.

           goback.

       050-load-old-master.

           read old-cust-file
               at end
               move "y" to ws-cust-eof-flag.

           perform 060-load-master-record
             until ws-cust-eof-flag = "y".

       060-load-master-record.

           if ws-cust-count = 2000
               display "A1-CUSMAINT: CUSTOMER MASTER EXCEEDS 2000 ROWS"
               display "TABLE CAPACITY REACHED, RUN TERMINATED"
               close cust-tran-file
                 old-cust-file
                 new-cust-file
                 cust-report-file
               move 16 to return-code
               goback
           end-if.

           add 1 to ws-cust-count.

           move oc-account
             to wc-account (ws-cust-count).
           move oc-name
             to wc-name (ws-cust-count).
           move oc-bill-to
             to wc-bill-to (ws-cust-count).
           move oc-credit-limit
             to wc-credit-limit (ws-cust-count).
           move oc-open-balance
             to wc-open-balance (ws-cust-count).
           move oc-hold-flag
             to wc-hold-flag (ws-cust-count).
           move "n"
             to wc-delete-flag (ws-cust-count).

           read old-cust-file
               at end
               move "y" to ws-cust-eof-flag.

       100-process-transaction.

           add 1 to ws-read-count.

           perform 150-edit-transaction.

           if ws-valid-tran
               perform 160-find-master-entry
               evaluate ct-action
                   when "A"
                       perform 200-apply-add
                   when "C"
                       perform 210-apply-change
                   when "D"
                       perform 220-apply-delete
               end-evaluate
           end-if.

           if ws-invalid-tran
               add 1 to ws-reject-count
               perform 390-write-reject
           end-if.

           read cust-tran-file
               at end
               move "y" to ws-tran-eof-flag.

       150-edit-transaction.

      *    Every transaction starts out presumed good; the checks
      *    below knock it over to rejected and record why.
           set ws-valid-tran to true.
           move spaces                  to ws-reject-reason.

           if ct-action not = "A"
              and ct-action not = "C"
              and ct-action not = "D"
               set ws-invalid-tran to true
               move "UNRECOGNIZED ACTION CODE" to ws-reject-reason
           end-if.

           if ws-valid-tran
              and ct-account = spaces
               set ws-invalid-tran to true
               move "ACCOUNT NUMBER MISSING" to ws-reject-reason
           end-if.

      *    An add must carry a name and a credit limit (zero for an
      *    account with no limit); a change may leave any field
      *    blank to keep the master value; a delete ignores them.
           if ws-valid-tran
              and ct-action = "A"
              and ct-name = spaces
               set ws-invalid-tran to true
               move "ADD WITHOUT A NAME" to ws-reject-reason
           end-if.

           if ws-valid-tran
              and ct-action = "A"
              and ct-credit-limit-x is not numeric
               set ws-invalid-tran to true
               move "ADD WITH NON-NUMERIC CREDIT LIMIT"
                 to ws-reject-reason
           end-if.

           if ws-valid-tran
              and ct-action = "C"
              and ct-credit-limit-x not = spaces
              and ct-credit-limit-x is not numeric
               set ws-invalid-tran to true
               move "CHANGE WITH NON-NUMERIC CREDIT LIMIT"
                 to ws-reject-reason
           end-if.

           if ws-valid-tran
              and ct-action not = "D"
              and ct-open-balance-x not = spaces
              and ct-open-balance not numeric
               set ws-invalid-tran to true
               move "NON-NUMERIC OPEN BALANCE" to ws-reject-reason
           end-if.

           if ws-valid-tran
              and ct-action not = "D"
              and ct-hold-flag not = spaces
              and ct-hold-flag not = "Y"
              and ct-hold-flag not = "N"
               set ws-invalid-tran to true
               move "HOLD FLAG MUST BE Y OR N" to ws-reject-reason
           end-if.

           if ws-valid-tran
              and ct-action = "C"
              and ct-name = spaces
              and ct-bill-to = spaces
              and ct-credit-limit-x = spaces
              and ct-open-balance-x = spaces
              and ct-hold-flag = spaces
               set ws-invalid-tran to true
               move "CHANGE WITH NOTHING TO CHANGE"
                 to ws-reject-reason
           end-if.

       160-find-master-entry.

           move "n"                     to ws-cust-found-flag.

           if ws-cust-count > 0
               set wc-idx to 1
               search ws-cust-entry
                   at end
                       continue
                   when wc-account (wc-idx) = ct-account
                      and wc-delete-flag (wc-idx) not = "y"
                       move "y"         to ws-cust-found-flag
                       set ws-cust-sub  to wc-idx
               end-search
           end-if.

       170-check-bill-to.

      *    The named bill-to must be a live account paying its own
      *    bills, and cannot be the account itself (keying its own
      *    number clears the bill-to before this is reached).
           move "n"                     to ws-bill-to-flag.

           if ws-cust-count > 0
               set wc-idx to 1
               search ws-cust-entry
                   at end
                       continue
                   when wc-account (wc-idx) = ws-bill-to-work
                      and wc-delete-flag (wc-idx) not = "y"
                       if wc-bill-to (wc-idx) = spaces
                           move "y"     to ws-bill-to-flag
                       end-if
               end-search
           end-if.

           if not ws-bill-to-payer
               set ws-invalid-tran to true
               move "BILL-TO NOT A PAYING ACCOUNT ON MASTER"
                 to ws-reject-reason
           end-if.

       180-check-pays-others.

      *    An account other live accounts bill to must stay a
      *    paying account - it cannot be deleted or given a bill-to
      *    of its own while they still name it.
           move "n"                     to ws-payee-flag.

           perform 185-check-one-payee
             varying ws-scan-idx from 1 by 1
             until ws-scan-idx > ws-cust-count.

       185-check-one-payee.

           if wc-bill-to (ws-scan-idx) = ct-account
              and wc-delete-flag (ws-scan-idx) not = "y"
               move "y"                 to ws-payee-flag
           end-if.

       200-apply-add.

      *    A duplicate key on an add is how a fat-fingered re-send
      *    shows up - reject it rather than trust either copy.
           if ws-cust-found
               set ws-invalid-tran to true
               move "ADD FOR ACCOUNT ALREADY ON MASTER"
                 to ws-reject-reason
           end-if.

           if ws-valid-tran
              and ws-cust-count = 2000
               set ws-invalid-tran to true
               move "CUSTOMER TABLE FULL - ADD NOT APPLIED"
                 to ws-reject-reason
           end-if.

           move ct-bill-to              to ws-bill-to-work.
           if ws-bill-to-work = ct-account
               move spaces              to ws-bill-to-work
           end-if.

           if ws-valid-tran
              and ws-bill-to-work not = spaces
               perform 170-check-bill-to
           end-if.

           if ws-valid-tran
               add 1 to ws-cust-count
               move ct-account
                 to wc-account (ws-cust-count)
               move ct-name
                 to wc-name (ws-cust-count)
               move ws-bill-to-work
                 to wc-bill-to (ws-cust-count)
               move ct-credit-limit-x
                 to wc-credit-limit (ws-cust-count)
               if ct-open-balance-x = spaces
                   move 0               to ws-balance-work
               else
                   move ct-open-balance to ws-balance-work
               end-if
               move ws-balance-work-x
                 to wc-open-balance (ws-cust-count)
               if ct-hold-flag = spaces
                   move "N"             to wc-hold-flag (ws-cust-count)
               else
                   move ct-hold-flag    to wc-hold-flag (ws-cust-count)
               end-if
               move "n"
                 to wc-delete-flag (ws-cust-count)
               add 1 to ws-add-count
               move "ADD"               to au-action
               move "NAME"              to au-field-name
               move spaces              to au-before
               move ct-name             to au-after
               perform 300-write-audit-detail
               if ws-bill-to-work not = spaces
                   move "BILL-TO"       to au-field-name
                   move spaces          to au-before
                   move ws-bill-to-work to au-after
                   perform 300-write-audit-detail
               end-if
               move "CREDIT LMT"        to au-field-name
               move spaces              to au-before
               move ct-credit-limit-x   to ws-limit-work-x
               move ws-limit-work       to ws-money-view
               move ws-money-view       to au-after
               perform 300-write-audit-detail
               move "OPEN BAL"          to au-field-name
               move spaces              to au-before
               move ws-balance-work     to ws-money-view
               move ws-money-view       to au-after
               perform 300-write-audit-detail
               move "HOLD"              to au-field-name
               move spaces              to au-before
               move wc-hold-flag (ws-cust-count) to au-after
               perform 300-write-audit-detail
           end-if.

       210-apply-change.

           if not ws-cust-found
               set ws-invalid-tran to true
               move "CHANGE FOR ACCOUNT NOT ON MASTER"
                 to ws-reject-reason
           end-if.

      *    The bill-to is proven before anything is touched, so a
      *    bad one rejects the whole transaction.
           if ws-valid-tran
              and ct-bill-to not = spaces
               move ct-bill-to          to ws-bill-to-work
               if ws-bill-to-work = ct-account
                   move spaces          to ws-bill-to-work
               else
                   perform 170-check-bill-to
                   if ws-valid-tran
                       perform 180-check-pays-others
                       if ws-account-pays-others
                           set ws-invalid-tran to true
                           move "ACCOUNT IS A BILL-TO FOR OTHERS"
                             to ws-reject-reason
                       end-if
                   end-if
               end-if
           end-if.

           if ws-valid-tran
               move "CHANGE"            to au-action
               move "n"                 to ws-change-applied-flag
               if ct-name not = spaces
                  and ct-name not = wc-name (ws-cust-sub)
                   move "NAME"          to au-field-name
                   move wc-name (ws-cust-sub) to au-before
                   move ct-name         to au-after
                   perform 300-write-audit-detail
                   move ct-name         to wc-name (ws-cust-sub)
                   move "y"             to ws-change-applied-flag
               end-if
               if ct-bill-to not = spaces
                  and ws-bill-to-work not = wc-bill-to (ws-cust-sub)
                   move "BILL-TO"       to au-field-name
                   move wc-bill-to (ws-cust-sub) to au-before
                   if ws-bill-to-work = spaces
                       move "(SELF)"    to au-after
                   else
                       move ws-bill-to-work to au-after
                   end-if
                   perform 300-write-audit-detail
                   move ws-bill-to-work to wc-bill-to (ws-cust-sub)
                   move "y"             to ws-change-applied-flag
               end-if
               if ct-credit-limit-x not = spaces
                  and ct-credit-limit-x
                      not = wc-credit-limit (ws-cust-sub)
                   move "CREDIT LMT"    to au-field-name
                   move wc-credit-limit (ws-cust-sub)
                     to ws-limit-work-x
                   move ws-limit-work   to ws-money-view
                   move ws-money-view   to au-before
                   move ct-credit-limit-x to ws-limit-work-x
                   move ws-limit-work   to ws-money-view
                   move ws-money-view   to au-after
                   perform 300-write-audit-detail
                   move ct-credit-limit-x
                     to wc-credit-limit (ws-cust-sub)
                   move "y"             to ws-change-applied-flag
               end-if
               if ct-open-balance-x not = spaces
                  and ct-open-balance-x
                      not = wc-open-balance (ws-cust-sub)
                   move "OPEN BAL"      to au-field-name
                   move wc-open-balance (ws-cust-sub)
                     to ws-balance-work-x
                   move ws-balance-work to ws-money-view
                   move ws-money-view   to au-before
                   move ct-open-balance to ws-balance-work
                   move ws-balance-work to ws-money-view
                   move ws-money-view   to au-after
                   perform 300-write-audit-detail
                   move ct-open-balance-x
                     to wc-open-balance (ws-cust-sub)
                   move "y"             to ws-change-applied-flag
               end-if
               if ct-hold-flag not = spaces
                  and ct-hold-flag not = wc-hold-flag (ws-cust-sub)
                   move "HOLD"          to au-field-name
                   move wc-hold-flag (ws-cust-sub) to au-before
                   move ct-hold-flag    to au-after
                   perform 300-write-audit-detail
                   move ct-hold-flag    to wc-hold-flag (ws-cust-sub)
                   move "y"             to ws-change-applied-flag
               end-if
      *    A change that matches what the master already says is a
      *    no-op - reject it so the change count never runs ahead of
      *    the audit lines the sign-off is read against.
               if ws-change-applied-flag = "y"
                   add 1 to ws-change-count
               else
                   set ws-invalid-tran to true
                   move "CHANGE MATCHES MASTER - NOTHING APPLIED"
                     to ws-reject-reason
               end-if
           end-if.

       220-apply-delete.

           if not ws-cust-found
               set ws-invalid-tran to true
               move "DELETE FOR ACCOUNT NOT ON MASTER"
                 to ws-reject-reason
           end-if.

           if ws-valid-tran
               perform 180-check-pays-others
               if ws-account-pays-others
                   set ws-invalid-tran to true
                   move "ACCOUNT IS A BILL-TO FOR OTHERS"
                     to ws-reject-reason
               end-if
           end-if.

           if ws-valid-tran
               move "DELETE"            to au-action
               move "NAME"              to au-field-name
               move wc-name (ws-cust-sub) to au-before
               move "(REMOVED)"         to au-after
               perform 300-write-audit-detail
               move "CREDIT LMT"        to au-field-name
               move wc-credit-limit (ws-cust-sub) to ws-limit-work-x
               move ws-limit-work       to ws-money-view
               move ws-money-view       to au-before
               move "(REMOVED)"         to au-after
               perform 300-write-audit-detail
               move "OPEN BAL"          to au-field-name
               move wc-open-balance (ws-cust-sub) to ws-balance-work-x
               move ws-balance-work     to ws-money-view
               move ws-money-view       to au-before
               move "(REMOVED)"         to au-after
               perform 300-write-audit-detail
               move "y"                 to wc-delete-flag (ws-cust-sub)
               add 1 to ws-delete-count
           end-if.

       300-write-audit-detail.

           move ct-account              to au-account.

           write cust-report-line from ws-audit-line
             after advancing 1 line.

       390-write-reject.

           move ct-account              to rj-account.
           move ws-reject-reason        to rj-reason.

           write cust-report-line from ws-reject-line
             after advancing 1 line.

       500-write-new-master.

           perform 510-write-master-entry
             varying ws-write-idx from 1 by 1
             until ws-write-idx > ws-cust-count.

       510-write-master-entry.

           if wc-delete-flag (ws-write-idx) not = "y"
               move wc-account (ws-write-idx)
                 to nc-account
               move wc-name (ws-write-idx)
                 to nc-name
               move wc-bill-to (ws-write-idx)
                 to nc-bill-to
               move wc-credit-limit (ws-write-idx)
                 to nc-credit-limit
               move wc-open-balance (ws-write-idx)
                 to nc-open-balance
               move wc-hold-flag (ws-write-idx)
                 to nc-hold-flag
               write nc-record
               add 1 to ws-written-count
           end-if.

       end program A1-CusMaint.
