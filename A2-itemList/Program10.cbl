      *   Modification history
      *   ---------------------------------------------------------
      *   09/02/2026  JY   Original program.
      *   10/15/2026  JY   Feedback record widened to 84 bytes - the
      *                    original input record it carries now
      *                    includes the 6-byte customer account.
      *****************************************************************

       environment division.
      *    The day's feedback, as the pricing run writes it.
       fd feedback-in-file
           data record is fi-record
           record contains 84 characters.
       01 fi-record.
         05 fi-warehouse               pic x(2).
         05 fi-run-date                pic x(6).
         05 fi-reason                  pic x(40).
         05 fi-input-record            pic x(36).

       fd warehouse-file
           data record is wh-record

       fd fdbk1-file
           data record is o1-record
           record contains 84 characters.
       01 o1-record                    pic x(84).

       fd fdbk2-file
           data record is o2-record
           record contains 84 characters.
       01 o2-record                    pic x(84).

       fd fdbk3-file
           data record is o3-record
           record contains 84 characters.
       01 o3-record                    pic x(84).

      *    One statistics row per depot per cycle, appended for the
      *    weekly data-quality trend report.
