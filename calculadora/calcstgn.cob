       identification division.
       program-id. CALCSTGN.

       environment division.
       input-output section.
       file-control.
           select standing-file assign to dynamic ws-stnd-file-name
               organization is indexed
               access mode is dynamic
               record key is stnd-id
               file status is ws-stnd-file-status.

           select transaction-file assign to dynamic ws-trans-file-name
               organization is line sequential
               file status is ws-trans-file-status.

           select plan-file assign to dynamic ws-plan-file-name
               organization is line sequential
               file status is ws-plan-file-status.

       data division.
       file section.
       fd  standing-file.
       01  standing-record.
           copy calcstnd replacing ==:PFX:== by ==STND-==.

       fd  transaction-file.
       01  transaction-record.
           copy calcfldn replacing ==:PFX:== by ==TRANS-==.
       01  trans-control-record      pic x(80).

       fd  plan-file.
       01  plan-record               pic x(100).

       working-storage section.
       01 ws-stnd-file-name          pic x(100) value "CALCSTND.DAT".
       01 ws-stnd-file-status        pic xx.
           88 ws-stnd-file-ok        value "00".
           88 ws-stnd-file-eof       value "10".
           88 ws-stnd-file-missing   value "35".

       01 ws-trans-file-name         pic x(100) value spaces.
       01 ws-trans-file-status       pic xx.
           88 ws-trans-file-ok       value "00".

       01 ws-plan-file-name          pic x(100) value "CALCPLAN.DAT".
       01 ws-plan-file-status        pic xx.
           88 ws-plan-file-ok        value "00".
           88 ws-plan-file-eof       value "10".

       01 ws-command-line            pic x(200) value spaces.
       01 ws-parm-plan               pic x(100) value spaces.

       01 ws-business-date           pic x(8) value spaces.
       01 ws-bdate-status            pic x    value space.
           88 ws-bdate-open          value "A".
           88 ws-bdate-closed        value "C".
           88 ws-bdate-holiday       value "F".
           88 ws-bdate-unavailable   value "E".

       01 ws-dias-request.
           copy calcbday replacing ==:PFX:== by ==DIAS-==.

      *> Calendar days whose weekly or fixed-day orders fall due on
      *> the business date run from the day after the previous
      *> business day up to the business date (forward roll);
      *> month-end orders fall due on it for any day from the
      *> business date up to the day before the next business day
      *> (backward roll).
       01 ws-date-num                pic 9(8) value zero.
       01 ws-date-work               pic 9(8) value zero.
       01 ws-date-parts redefines ws-date-work.
           05 ws-dp-year             pic 9(4).
           05 ws-dp-month            pic 9(2).
           05 ws-dp-day              pic 9(2).
       01 ws-bdate-int               pic 9(8) value zero.
       01 ws-prev-bday-int           pic 9(8) value zero.
       01 ws-next-bday-int           pic 9(8) value zero.
       01 ws-day-int                 pic 9(8) value zero.
       01 ws-last-int                pic 9(8) value zero.
       01 ws-weekday                 pic 9 value zero.
       01 ws-day-of-month            pic 9(2) value zero.
       01 ws-month-end-flag          pic x value "N".
           88 ws-is-month-end        value "Y".

       01 ws-due-flag                pic x value "N".
           88 ws-order-due           value "Y".

       01 ws-new-pass                pic 9(2) value zero.
       01 ws-max-pass                pic 9(2) value zero.

       01 ws-due-used                pic 9(4) value zero.
       01 ws-due-idx                 pic 9(4) value zero.
       01 ws-due-table.
           05 ws-due-id              pic x(8) occurs 2000 times.

       01 ws-sel-used                pic 9(4) value zero.
       01 ws-sel-idx                 pic 9(4) value zero.
       01 ws-sel-table.
           05 ws-sel-entry occurs 2000 times.
               10 ws-sel-pass        pic 9(2).
               10 ws-sel-owner       pic x(8).
               10 ws-sel-num1        pic s9(5)V9(2).
               10 ws-sel-num2        pic s9(5)V9(2).
               10 ws-sel-option      pic 9.
       01 ws-table-full-count        pic 9(5) value zero.

       01 ws-owner-id                pic x(30) value spaces.
       01 ws-owner-profile.
           copy calcauth replacing ==:PFX:== by ==OWNA-==.
       01 ws-owner-auth-status       pic x value spaces.
           88 ws-owner-auth-valid    value "V".

       01 ws-grp-used                pic 9(3) value zero.
       01 ws-grp-idx                 pic 9(3) value zero.
       01 ws-grp-table.
           05 ws-grp-entry occurs 500 times.
               10 ws-grp-pass        pic 9(2).
               10 ws-grp-owner       pic x(8).
       01 ws-found-flag              pic x value "N".
           88 ws-entry-found         value "Y".
           88 ws-entry-not-found     value "N".

       01 ws-pln-used                pic 9(3) value zero.
       01 ws-pln-idx                 pic 9(3) value zero.
       01 ws-pln-table.
           05 ws-pln-file            pic x(100) occurs 500 times.
       01 ws-pln-token               pic x(100) value spaces.
       01 ws-in-plan-flag            pic x value "N".
           88 ws-in-plan             value "Y".
       01 ws-exists-flag             pic x value "N".
           88 ws-file-exists         value "Y".
       01 ws-written-flag            pic x value "N".
           88 ws-file-written        value "Y".

       01 ws-marked-count            pic 9(5) value zero.
       01 ws-files-written           pic 9(3) value zero.
       01 ws-plan-added              pic 9(3) value zero.
       01 ws-error-count             pic 9(3) value zero.

       01 ws-accepted-count          pic 9(7) value zero.
       01 ws-num1-total              pic s9(12)V9(2) value zero.
       01 ws-num2-total              pic s9(12)V9(2) value zero.
       01 ws-count-disp              pic 9(7).
       01 ws-num1-total-disp         pic -(12)9.99.
       01 ws-num2-total-disp         pic -(12)9.99.
       01 ws-ctl-line                pic x(80) value spaces.

       procedure division.
       0000-main-process.
           perform 0100-get-run-parms
           perform 0200-get-business-date

           display "-------------------------------------"
           display "  CALCSTGN - GENERAR ORDENES FIJAS  "
           display "-------------------------------------"
           display "Fecha de negocio: " ws-business-date
           display "Plan de la noche: " ws-plan-file-name

           perform 0300-set-due-window
           perform 0400-load-plan

           open i-o standing-file
           if ws-stnd-file-missing
               display "No hay maestro de ordenes fijas ("
                   ws-stnd-file-name ")"
               stop run
           end-if
           if not ws-stnd-file-ok
               display "No se pudo abrir el maestro de ordenes fijas: "
                   ws-stnd-file-name
                   " (estado " ws-stnd-file-status ")"
               move 8 to return-code
               stop run
           end-if

           perform 1000-find-due-orders
           perform 1500-mark-due-orders
           perform 2000-collect-generated

           close standing-file

           perform varying ws-grp-idx from 1 by 1
                   until ws-grp-idx > ws-grp-used
               perform 3000-produce-group
           end-perform

           display "Ordenes nuevas para hoy:   " ws-marked-count
           display "Ficheros escritos:         " ws-files-written
           display "Pasos anadidos al plan:    " ws-plan-added

           if ws-error-count > 0 or ws-table-full-count > 0
               display "Errores: " ws-error-count
                   "  Fuera de tabla: " ws-table-full-count
               move 8 to return-code
           end-if

           stop run.

       0100-get-run-parms.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all spaces
               into ws-parm-plan
           end-unstring
           if ws-parm-plan not = spaces
               move ws-parm-plan to ws-plan-file-name
           end-if.

      *> Orders are generated for the open business date only; the
      *> files post that night under it.
       0200-get-business-date.
           call "CALCBDRD" using ws-business-date
                                 ws-bdate-status
           evaluate true
               when ws-bdate-open
                   continue
               when ws-bdate-closed
                   display "El dia " ws-business-date
                       " ya esta cerrado - no se generan ordenes"
                   move 8 to return-code
                   stop run
               when ws-bdate-holiday
                   display "El dia " ws-business-date
                       " no es habil - no se generan ordenes"
                   move 8 to return-code
                   stop run
               when other
                   display "No se pudo leer la fecha de negocio"
                   move 8 to return-code
                   stop run
           end-evaluate.

       0300-set-due-window.
           move ws-business-date to ws-date-num
           compute ws-bdate-int = function integer-of-date(ws-date-num)

           compute ws-date-num =
               function date-of-integer(ws-bdate-int - 1)
           set dias-back to true
           move ws-date-num to dias-from-date
           call "CALCDIAS" using ws-dias-request
           move dias-to-date to ws-date-num
           compute ws-prev-bday-int =
               function integer-of-date(ws-date-num)

           compute ws-date-num =
               function date-of-integer(ws-bdate-int + 1)
           set dias-forward to true
           move ws-date-num to dias-from-date
           call "CALCDIAS" using ws-dias-request
           move dias-to-date to ws-date-num
           compute ws-next-bday-int =
               function integer-of-date(ws-date-num).

      *> The first word of each plan line is the transaction file the
      *> step posts; a file already in the plan is not added again.
       0400-load-plan.
           open input plan-file
           if not ws-plan-file-ok
               exit paragraph
           end-if

           perform 0450-read-plan
           perform until ws-plan-file-eof
               if plan-record not = spaces
                   and plan-record(1:1) not = "*"
                   and ws-pln-used < 500
                   move spaces to ws-pln-token
                   unstring plan-record delimited by all spaces
                       into ws-pln-token
                   end-unstring
                   add 1 to ws-pln-used
                   move ws-pln-token to ws-pln-file(ws-pln-used)
               end-if
               perform 0450-read-plan
           end-perform

           close plan-file.

       0450-read-plan.
           read plan-file
               at end set ws-plan-file-eof to true
           end-read.

       0500-read-next-order.
           read standing-file next record
               at end set ws-stnd-file-eof to true
           end-read.

       0600-start-orders.
           move low-values to stnd-id
           start standing-file key is not less than stnd-id
               invalid key
                   set ws-stnd-file-eof to true
           end-start.

       1000-find-due-orders.
           perform 0600-start-orders
           if not ws-stnd-file-eof
               perform 0500-read-next-order
               perform until ws-stnd-file-eof
                   if stnd-last-gen-date = ws-business-date
                       and stnd-last-gen-pass > ws-max-pass
                       move stnd-last-gen-pass to ws-max-pass
                   end-if
                   perform 1100-check-due
                   if ws-order-due
                       if ws-due-used < 2000
                           add 1 to ws-due-used
                           move stnd-id to ws-due-id(ws-due-used)
                       else
                           add 1 to ws-table-full-count
                       end-if
                   end-if
                   perform 0500-read-next-order
               end-perform
           end-if
           move "00" to ws-stnd-file-status.

       1100-check-due.
           move "N" to ws-due-flag
           if not stnd-active
               or stnd-last-gen-date = ws-business-date
               or stnd-start-date > ws-business-date
               exit paragraph
           end-if
           if stnd-end-date not = spaces
               and stnd-end-date < ws-business-date
               exit paragraph
           end-if

           evaluate true
               when stnd-daily
                   set ws-order-due to true
               when stnd-weekly
               when stnd-day-of-month
                   compute ws-day-int = ws-prev-bday-int + 1
                   move ws-bdate-int to ws-last-int
                   perform 1200-scan-window
               when stnd-month-end
                   move ws-bdate-int to ws-day-int
                   compute ws-last-int = ws-next-bday-int - 1
                   perform 1200-scan-window
           end-evaluate.

       1200-scan-window.
           perform until ws-day-int > ws-last-int or ws-order-due
               perform 1300-check-calendar-day
               add 1 to ws-day-int
           end-perform.

      *> Day number 1 of INTEGER-OF-DATE was a Monday.
       1300-check-calendar-day.
           compute ws-date-work = function date-of-integer(ws-day-int)
           move ws-dp-day to ws-day-of-month
           compute ws-date-work =
               function date-of-integer(ws-day-int + 1)
           move "N" to ws-month-end-flag
           if ws-dp-day = 1
               set ws-is-month-end to true
           end-if

           evaluate true
               when stnd-weekly
                   compute ws-weekday = function mod(ws-day-int, 7)
                   if ws-weekday = 0
                       move 7 to ws-weekday
                   end-if
                   if ws-weekday = stnd-freq-day
                       set ws-order-due to true
                   end-if
               when stnd-day-of-month
                   if ws-day-of-month = stnd-freq-day
                       or (ws-is-month-end
                           and stnd-freq-day > ws-day-of-month)
                       set ws-order-due to true
                   end-if
               when stnd-month-end
                   if ws-is-month-end
                       set ws-order-due to true
                   end-if
           end-evaluate.

      *> The order is marked in the master before any file is
      *> written: a rerun then never selects it again, and 2000/3000
      *> rebuild whatever a failed run did not finish from the marks.
       1500-mark-due-orders.
           if ws-due-used = zero
               exit paragraph
           end-if

           compute ws-new-pass = ws-max-pass + 1
           perform varying ws-due-idx from 1 by 1
                   until ws-due-idx > ws-due-used
               move ws-due-id(ws-due-idx) to stnd-id
               read standing-file
                   key is stnd-id
                   invalid key
                       add 1 to ws-error-count
                   not invalid key
                       move ws-business-date to stnd-last-gen-date
                       move ws-new-pass to stnd-last-gen-pass
                       rewrite standing-record
                       add 1 to ws-marked-count
               end-read
           end-perform.

       2000-collect-generated.
           perform 0600-start-orders
           if ws-stnd-file-eof
               exit paragraph
           end-if

           perform 0500-read-next-order
           perform until ws-stnd-file-eof
               if stnd-last-gen-date = ws-business-date
                   perform 2100-add-selected
               end-if
               perform 0500-read-next-order
           end-perform.

      *> The generated items run under the owner's profile, so an
      *> order whose owner may not run batch or the order's option is
      *> not generated and counts as an error; CALCSTMN refuses such
      *> orders when they are keyed.
       2100-add-selected.
           move stnd-owner-id to ws-owner-id
           call "CALCOPAU" using ws-owner-id
                                 ws-owner-profile
                                 ws-owner-auth-status
           evaluate true
               when not ws-owner-auth-valid
               when not owna-batch-allowed
               when stnd-option < 1 or stnd-option > 8
               when owna-auth-op(stnd-option) not = "Y"
                   display "  Orden " stnd-id " no generada: titular "
                       stnd-owner-id " sin autorizacion para la opcion "
                       stnd-option
                   add 1 to ws-error-count
                   exit paragraph
           end-evaluate

           if ws-sel-used >= 2000
               add 1 to ws-table-full-count
               exit paragraph
           end-if
           add 1 to ws-sel-used
           move stnd-last-gen-pass to ws-sel-pass(ws-sel-used)
           move stnd-owner-id      to ws-sel-owner(ws-sel-used)
           move stnd-num1          to ws-sel-num1(ws-sel-used)
           move stnd-num2          to ws-sel-num2(ws-sel-used)
           move stnd-option        to ws-sel-option(ws-sel-used)

           set ws-entry-not-found to true
           perform varying ws-grp-idx from 1 by 1
                   until ws-grp-idx > ws-grp-used
               if ws-grp-pass(ws-grp-idx) = stnd-last-gen-pass
                   and ws-grp-owner(ws-grp-idx) = stnd-owner-id
                   set ws-entry-found to true
                   exit perform
               end-if
           end-perform
           if ws-entry-not-found
               if ws-grp-used < 500
                   add 1 to ws-grp-used
                   move stnd-last-gen-pass to ws-grp-pass(ws-grp-used)
                   move stnd-owner-id to ws-grp-owner(ws-grp-used)
               else
                   add 1 to ws-table-full-count
               end-if
           end-if.

      *> One control-framed file per pass and owner, posted by
      *> CALCSCHED under the owner. A file already on disk and in
      *> the plan is left alone; one missing from either is rebuilt.
       3000-produce-group.
           move spaces to ws-trans-file-name
           string "CALCSTND." delimited by size
                  ws-business-date delimited by size
                  "." delimited by size
                  ws-grp-pass(ws-grp-idx) delimited by size
                  "." delimited by size
                  ws-grp-owner(ws-grp-idx) delimited by space
                  ".DAT" delimited by size
                  into ws-trans-file-name
           end-string

           move "N" to ws-in-plan-flag
           perform varying ws-pln-idx from 1 by 1
                   until ws-pln-idx > ws-pln-used
               if ws-pln-file(ws-pln-idx) = ws-trans-file-name
                   set ws-in-plan to true
                   exit perform
               end-if
           end-perform

           move "N" to ws-exists-flag
           open input transaction-file
           if ws-trans-file-ok
               set ws-file-exists to true
               close transaction-file
           end-if

           if ws-file-exists and ws-in-plan
               display "  " ws-trans-file-name(1:40) " ya generado"
               exit paragraph
           end-if

           perform 3100-write-transaction-file
           if ws-file-written and not ws-in-plan
               perform 3500-append-plan-step
           end-if.

       3100-write-transaction-file.
           move "N" to ws-written-flag
           open output transaction-file
           if not ws-trans-file-ok
               display "No se pudo crear " ws-trans-file-name
                   " (estado " ws-trans-file-status ")"
               add 1 to ws-error-count
               exit paragraph
           end-if

           move spaces to ws-ctl-line
           string "H;" delimited by size
                  ws-business-date delimited by size
                  ";CALCSTGN" delimited by size
                  into ws-ctl-line
           end-string
           write trans-control-record from ws-ctl-line

           move zero to ws-accepted-count
           move zero to ws-num1-total
           move zero to ws-num2-total
           perform varying ws-sel-idx from 1 by 1
                   until ws-sel-idx > ws-sel-used
               if ws-sel-pass(ws-sel-idx) = ws-grp-pass(ws-grp-idx)
                   and ws-sel-owner(ws-sel-idx)
                       = ws-grp-owner(ws-grp-idx)
                   perform 3200-write-transaction
               end-if
           end-perform

           move ws-accepted-count to ws-count-disp
           move ws-num1-total     to ws-num1-total-disp
           move ws-num2-total     to ws-num2-total-disp
           move spaces to ws-ctl-line
           string "T;" delimited by size
                  ws-count-disp delimited by size
                  ";" delimited by size
                  ws-num1-total-disp delimited by size
                  ";" delimited by size
                  ws-num2-total-disp delimited by size
                  into ws-ctl-line
           end-string
           write trans-control-record from ws-ctl-line

           close transaction-file
           set ws-file-written to true
           add 1 to ws-files-written
           display "  " ws-trans-file-name(1:40) " "
               ws-accepted-count " transacciones".

       3200-write-transaction.
           move ws-sel-num1(ws-sel-idx)   to trans-num1
           move ws-sel-num2(ws-sel-idx)   to trans-num2
           move ws-sel-option(ws-sel-idx) to trans-option
           move spaces                    to trans-expected-x
           write transaction-record

           add 1 to ws-accepted-count
           add ws-sel-num1(ws-sel-idx) to ws-num1-total
           add ws-sel-num2(ws-sel-idx) to ws-num2-total.

       3500-append-plan-step.
           open extend plan-file
           if not ws-plan-file-ok
               open output plan-file
           end-if
           if not ws-plan-file-ok
               display "No se pudo ampliar el plan: " ws-plan-file-name
               add 1 to ws-error-count
               exit paragraph
           end-if

           move spaces to plan-record
           string ws-trans-file-name delimited by space
                  " " delimited by size
                  ws-grp-owner(ws-grp-idx) delimited by space
                  into plan-record
           end-string
           write plan-record
           close plan-file

           if ws-pln-used < 500
               add 1 to ws-pln-used
               move ws-trans-file-name to ws-pln-file(ws-pln-used)
           end-if
           add 1 to ws-plan-added.
