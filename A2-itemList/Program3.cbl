      *                    through to the keyed file so the pricing
      *                    run can pick whichever price is in effect
      *                    for its run date.
      *   10/15/2026  JY   Master record carries a reorder point and
      *                    lead time behind the effective date,
      *                    carried through to the keyed file for the
      *                    replenishment report.
      *   10/15/2026  JY   Master record carries the item's lifecycle
      *                    status (active, discontinued, obsolete)
      *                    and its YYMMDD status date, carried through
      *                    to the keyed file for the pricing run.
      *****************************************************************

       environment division.
       data division.
       file section.
      *
      *    The flat extract - same 56-byte layout the maintenance
      *    program writes.
       fd flat-master-file
           data record is fm-record
           record contains 56 characters.
       01 fm-record.
         05 fm-item-number             pic x(4).
         05 fm-description             pic x(13).
         05 fm-unit-cost               pic x(6).
         05 fm-future-price            pic x(6).
         05 fm-eff-date                pic x(6).
         05 fm-reorder-point           pic x(5).
         05 fm-lead-time               pic x(3).
         05 fm-status                  pic x(1).
         05 fm-status-date             pic x(6).

       fd keyed-master-file
           data record is km-record
           record contains 56 characters.
       01 km-record.
         05 km-item-number             pic x(4).
         05 km-description             pic x(13).
         05 km-unit-cost               pic x(6).
         05 km-future-price            pic x(6).
         05 km-eff-date                pic x(6).
         05 km-reorder-point           pic x(5).
         05 km-lead-time               pic x(3).
         05 km-status                  pic x(1).
         05 km-status-date             pic x(6).

       working-storage section.

           move fm-unit-cost            to km-unit-cost.
           move fm-future-price         to km-future-price.
           move fm-eff-date             to km-eff-date.
           move fm-reorder-point        to km-reorder-point.
           move fm-lead-time            to km-lead-time.
           move fm-status               to km-status.
           move fm-status-date          to km-status-date.

           write km-record
               invalid key
