       identification division.
       program-id. CALCDIAS.

       environment division.
       input-output section.
       file-control.
           select calendar-file assign to dynamic ws-cal-file-name
               organization is line sequential
               file status is ws-cal-file-status.

       data division.
       file section.
       fd  calendar-file.
       01  calendar-record.
           05 cal-date               pic x(8).

       working-storage section.
       01 ws-cal-file-name           pic x(100) value "CALCCAL.DAT".
       01 ws-cal-file-status         pic xx.
           88 ws-cal-file-ok         value "00".
           88 ws-cal-file-eof        value "10".

      *> The calendar is read on the first call only; callers ask for
      *> many dates in one run.
       01 ws-cal-loaded-flag         pic x value "N".
           88 ws-cal-loaded          value "Y".

       01 ws-holidays-used           pic 9(3) value zero.
       01 ws-holiday-table.
           05 ws-holiday-date        pic x(8) occurs 500 times.
       01 ws-holiday-sub             pic 9(3) value zero.

       01 ws-date-num                pic 9(8) value zero.
       01 ws-from-int                pic 9(8) value zero.
       01 ws-to-int                  pic 9(8) value zero.
       01 ws-day-int                 pic 9(8) value zero.
       01 ws-day-of-week             pic 9    value zero.
       01 ws-day-date                pic x(8) value spaces.
       01 ws-business-day-flag       pic x value "N".
           88 ws-business-day        value "Y".

       linkage section.
       01 lk-dias-request.
           copy calcbday replacing ==:PFX:== by ==DIAS-==.

       procedure division using lk-dias-request.
       0000-dispatch.
           if not ws-cal-loaded
               perform 1000-load-calendar
           end-if

           set dias-valid to true
           move zero to dias-days

           if dias-from-date is not numeric
               set dias-invalid to true
               goback
           end-if
           move dias-from-date to ws-date-num
           if function test-date-yyyymmdd(ws-date-num) not = zero
               set dias-invalid to true
               goback
           end-if
           compute ws-from-int = function integer-of-date(ws-date-num)

           evaluate true
               when dias-count-days perform 2000-count-days
               when dias-forward    perform 3000-roll-forward
               when dias-back       perform 4000-roll-back
               when other           set dias-invalid to true
           end-evaluate
           goback.

       1000-load-calendar.
           set ws-cal-loaded to true
           open input calendar-file
           if not ws-cal-file-ok
               exit paragraph
           end-if

           perform 1100-read-calendar
           perform until ws-cal-file-eof
               if ws-holidays-used < 500
                   add 1 to ws-holidays-used
                   move cal-date
                       to ws-holiday-date(ws-holidays-used)
               end-if
               perform 1100-read-calendar
           end-perform

           close calendar-file.

       1100-read-calendar.
           read calendar-file
               at end set ws-cal-file-eof to true
           end-read.

       2000-count-days.
           if dias-to-date is not numeric
               set dias-invalid to true
               exit paragraph
           end-if
           move dias-to-date to ws-date-num
           if function test-date-yyyymmdd(ws-date-num) not = zero
               set dias-invalid to true
               exit paragraph
           end-if
           compute ws-to-int = function integer-of-date(ws-date-num)

           compute ws-day-int = ws-from-int + 1
           perform until ws-day-int > ws-to-int
               perform 5000-check-business-day
               if ws-business-day
                   add 1 to dias-days
               end-if
               add 1 to ws-day-int
           end-perform.

       3000-roll-forward.
           move ws-from-int to ws-day-int
           perform 5000-check-business-day
           perform until ws-business-day
               add 1 to ws-day-int
               perform 5000-check-business-day
           end-perform
           move ws-day-date to dias-to-date.

       4000-roll-back.
           move ws-from-int to ws-day-int
           perform 5000-check-business-day
           perform until ws-business-day
               subtract 1 from ws-day-int
               perform 5000-check-business-day
           end-perform
           move ws-day-date to dias-to-date.

      *> Day number 1 of INTEGER-OF-DATE was a Monday, so MOD 7
      *> gives 6 for Saturday and 0 for Sunday.
       5000-check-business-day.
           move "N" to ws-business-day-flag
           compute ws-date-num = function date-of-integer(ws-day-int)
           move ws-date-num to ws-day-date

           compute ws-day-of-week = function mod(ws-day-int, 7)
           if ws-day-of-week = 6 or ws-day-of-week = 0
               exit paragraph
           end-if

           perform varying ws-holiday-sub from 1 by 1
                   until ws-holiday-sub > ws-holidays-used
               if ws-holiday-date(ws-holiday-sub) = ws-day-date
                   exit paragraph
               end-if
           end-perform

           set ws-business-day to true.
