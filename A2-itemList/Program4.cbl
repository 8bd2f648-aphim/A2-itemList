      *   A correction card is item number + field code + new value:
      *     I = item number   C = product class   D = description
      *     Q = quantity      P = unit price      T = transaction type
      *     W = warehouse code      A = customer account
      *   Every card matching a record's item number is applied to
      *   it, so one record can have two fields fixed in one cycle.
      *
      *   Modification history
      *   ---------------------------------------------------------
      *   08/22/2026  JY   Original program.
      *   10/15/2026  JY   Input record widened to 36 bytes for the
      *                    customer account (hold record to 38); new
      *                    correction field code A re-keys the
      *                    account on a reject for an unknown one.
      *****************************************************************

       environment division.
       data division.
       file section.
      *
      *    The day's fresh rejects - the original 36-byte input
      *    record as the pricing run received it.
       fd reject-in-file
           data record is rj-record
           record contains 36 characters.
       01 rj-record                    pic x(36).

      *    Records still waiting on a correction from earlier
      *    cycles - the original record plus how many cycles it
      *    has been around.
       fd hold-in-file
           data record is hi-record
           record contains 38 characters.
       01 hi-record.
         05 hi-input-record            pic x(36).
         05 hi-cycle-count             pic 9(2).

       fd correction-file

       fd recycle-out-file
           data record is ro-record
           record contains 36 characters.
       01 ro-record                    pic x(36).

       fd hold-out-file
           data record is ho-record
           record contains 38 characters.
       01 ho-record.
         05 ho-input-record            pic x(36).
         05 ho-cycle-count             pic 9(2).

       fd recycle-report-file
         05 wk-unit-price              pic x(6).
         05 wk-trans-type              pic x(1).
         05 wk-warehouse               pic x(2).
         05 wk-customer-account        pic x(6).

       01 ws-correction-counters.
         05 ws-correction-count        pic 9(3) value 0.
                   when "W"
                       move wc-new-value (wc-idx) (1:2)
                         to wk-warehouse
                   when "A"
                       move wc-new-value (wc-idx) (1:6)
                         to wk-customer-account
                   when other
                       continue
               end-evaluate
               if wc-field-code (wc-idx) = "I" or "C" or "D"
                  or "Q" or "P" or "T" or "W" or "A"
                   move "y"             to ws-corrected-flag
                   move "y"             to wc-used-flag (wc-idx)
               end-if
