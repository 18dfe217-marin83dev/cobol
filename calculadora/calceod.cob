               organization is line sequential
               file status is ws-extract-file-status.

           select hold-file assign to dynamic ws-hold-file-name
               organization is indexed
               access mode is dynamic
               record key is hold-key
               file status is ws-hold-file-status.

           select exceptions-file assign to dynamic ws-exc-file-name
               organization is line sequential
               file status is ws-exc-file-status.

           select job-log-file assign to dynamic ws-job-log-file-name
               organization is line sequential
               file status is ws-job-log-file-status.

       data division.
       file section.
       fd  bdate-file.
       fd  extract-file.
       01  extract-record            pic x(200).

       fd  hold-file.
       01  hold-record.
           copy calchold replacing ==:PFX:== by ==HOLD-==.

       fd  exceptions-file.
       01  exception-record.
           copy calcexcr replacing ==:PFX:== by ==EXC-==.

       fd  job-log-file.
       01  job-log-record.
           copy calcjobr replacing ==:PFX:== by ==JLOG-==.

       working-storage section.
       01 ws-bdat-file-name          pic x(100) value "CALCBDAT.DAT".
       01 ws-bdat-file-status        pic xx.
       01 ws-extract-file-status     pic xx.
           88 ws-extract-file-ok     value "00".

       01 ws-hold-file-name          pic x(100) value "CALCHOLD.DAT".
       01 ws-hold-file-status        pic xx.
           88 ws-hold-file-ok        value "00".
           88 ws-hold-file-eof       value "10".
           88 ws-hold-file-missing   value "35".
       01 ws-held-pending-count      pic 9(7) value zero.

       01 ws-exc-file-name           pic x(100) value "CALCEXC.DAT".
       01 ws-exc-file-status         pic xx.
           88 ws-exc-file-ok         value "00".
           88 ws-exc-file-eof        value "10".

       01 ws-parm-lookup-name        pic x(20)  value spaces.
       01 ws-parm-lookup-date        pic x(8)   value spaces.
       01 ws-parm-lookup-value       pic x(100) value spaces.
       01 ws-parm-lookup-status      pic x      value spaces.
           88 ws-parm-found          value "V".

      *> Exceptions outstanding more than EXC-ESCALATE-DAYS business
      *> days are escalated (see CALCANTG); EOD-BLOCK-ESCALATED = Y
      *> keeps the day open while any exist, otherwise the close goes
      *> ahead with a warning and return code 4.
       01 ws-escalate-days           pic 9(3) value 5.
       01 ws-block-escalated-flag    pic x value "N".
           88 ws-block-escalated     value "Y".
       01 ws-escalated-count         pic 9(7) value zero.
       01 ws-dias-request.
           copy calcbday replacing ==:PFX:== by ==DIAS-==.

      *> Every job of the day leaves a start and an end record in
      *> CALCJOB.<date>.LOG (see CALCJLOG). For each program and
      *> input (the transaction file for CALCULADORA and CALCRECON)
      *> the latest run decides: only a rerun of the same input that
      *> ends cleanly clears an earlier failure. A latest run ending
      *> 8 or above, or with no end at all, is a failed job;
      *> EOD-BLOCK-FAILED-JOBS = N lets the close go ahead with a
      *> warning and return code 4.
       01 ws-job-log-file-name       pic x(100) value spaces.
       01 ws-job-log-file-status     pic xx.
           88 ws-job-log-file-ok     value "00".
           88 ws-job-log-file-eof    value "10".
       01 ws-block-failed-flag       pic x value "Y".
           88 ws-block-failed        value "Y".
       01 ws-failed-job-count        pic 9(3) value zero.
       01 ws-jobs-used               pic 9(3) value zero.
       01 ws-job-idx                 pic 9(3) value zero.
       01 ws-job-table-full          pic 9(3) value zero.
       01 ws-job-table.
           05 ws-job-entry occurs 200 times.
               10 ws-jt-program      pic x(11).
               10 ws-jt-input        pic x(40).
               10 ws-jt-start-date   pic x(8).
               10 ws-jt-start-time   pic x(8).
               10 ws-jt-end-flag     pic x.
                   88 ws-jt-ended    value "Y".
               10 ws-jt-return-code  pic 9(4).
       01 ws-rc-disp                 pic z(3)9.

       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       01 ws-command                 pic x(200) value spaces.
       01 ws-backup-rc               pic s9(4) value zero.

       01 ws-business-date           pic x(8) value spaces.
       01 ws-bdate-status            pic x    value space.
           88 ws-bdate-open          value "A".

           display "Fecha de negocio a cerrar: " ws-business-date

           perform 9800-log-job-start

      *> The day goes CERRADO before anything is verified, so no
      *> posting can slip in between the CUADRE check and the date
      *> advance; a failed check reopens the day before stopping.
           perform 0500-mark-day-closed
           perform 1000-check-recon-result
           perform 1500-check-held-items
           perform 1700-check-escalated
           perform 1900-check-job-log
           perform 2000-check-extract-done
           perform 3000-load-calendar
           perform 4000-advance-business-date
           display "Dia " ws-business-date " cerrado"
           display "Nueva fecha de negocio: " ws-next-date

           perform 5000-take-backup

           if ws-escalated-count > 0 or ws-backup-rc not = zero
               or ws-failed-job-count > 0
               move 4 to return-code
           end-if

           perform 9900-log-job-end
           stop run.

       0500-mark-day-closed.
               display "No se pudo marcar el cierre en "
                   ws-bdat-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if
           move spaces to bdate-record
                   ws-recon-flag-file-name ") - ejecutar CALCRECON"
               perform 0800-reopen-day
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               display "*** NO SE CIERRA EL DIA ***"
               perform 0800-reopen-day
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

           display "Cuadre del dia: CUADRE".

      *> A held batch item is neither posted nor rejected yet; the
      *> day stays open until CALCLIBR has decided every one.
       1500-check-held-items.
      *> Only a missing file means nothing was ever held; a file
      *> that exists but cannot be read may hide pending items.
           open input hold-file
           if ws-hold-file-missing
               display "Retenidas pendientes: ninguna"
               exit paragraph
           end-if
           if not ws-hold-file-ok
               display "No se pudo abrir el fichero de retenciones: "
                   ws-hold-file-name
                   " (estado " ws-hold-file-status ")"
               display "*** NO SE CIERRA EL DIA ***"
               perform 0800-reopen-day
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

           move low-values to hold-key
           start hold-file key is not less than hold-key
               invalid key
                   set ws-hold-file-eof to true
           end-start

           if not ws-hold-file-eof
               perform 1600-read-next-held
               perform until ws-hold-file-eof
                   if hold-pending
                       add 1 to ws-held-pending-count
                   end-if
                   perform 1600-read-next-held
               end-perform
           end-if

           close hold-file

           if ws-held-pending-count > 0
               display "Hay " ws-held-pending-count
                   " transacciones retenidas sin decidir"
                   " - ejecutar CALCLIBR"
               display "*** NO SE CIERRA EL DIA ***"
               perform 0800-reopen-day
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

           display "Retenidas pendientes: ninguna".

       1600-read-next-held.
           read hold-file next record
               at end set ws-hold-file-eof to true
           end-read.

       1700-check-escalated.
           accept ws-parm-lookup-date from date yyyymmdd
           move "EXC-FILE-NAME" to ws-parm-lookup-name
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status
           if ws-parm-found
               move ws-parm-lookup-value to ws-exc-file-name
           end-if

           move "EXC-ESCALATE-DAYS" to ws-parm-lookup-name
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status
           if ws-parm-found
               move function numval(ws-parm-lookup-value)
                   to ws-escalate-days
           end-if

           move "EOD-BLOCK-ESCALATED" to ws-parm-lookup-name
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status
           if ws-parm-found
               move function upper-case(ws-parm-lookup-value(1:1))
                   to ws-block-escalated-flag
           end-if

           open input exceptions-file
           if not ws-exc-file-ok
               display "Excepciones escaladas: ninguna"
               exit paragraph
           end-if

           perform 1800-read-exception
           perform until ws-exc-file-eof
               if not exc-resubmitted
                   set dias-count-days to true
                   move exc-date to dias-from-date
                   move ws-business-date to dias-to-date
                   call "CALCDIAS" using ws-dias-request
                   if dias-valid
                       and dias-days > ws-escalate-days
                       add 1 to ws-escalated-count
                   end-if
               end-if
               perform 1800-read-exception
           end-perform

           close exceptions-file

           if ws-escalated-count = zero
               display "Excepciones escaladas: ninguna"
               exit paragraph
           end-if

           display "Atencion: " ws-escalated-count
               " excepciones pendientes mas de " ws-escalate-days
               " dias habiles - ver CALCANTG"
           if ws-block-escalated
               display "*** NO SE CIERRA EL DIA ***"
               perform 0800-reopen-day
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if.

       1800-read-exception.
           read exceptions-file
               at end set ws-exc-file-eof to true
           end-read.

       1900-check-job-log.
           accept ws-parm-lookup-date from date yyyymmdd
           move "EOD-BLOCK-FAILED-JOBS" to ws-parm-lookup-name
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status
           if ws-parm-found
               move function upper-case(ws-parm-lookup-value(1:1))
                   to ws-block-failed-flag
           end-if

           move spaces to ws-job-log-file-name
           string "CALCJOB." delimited by size
                  ws-business-date delimited by size
                  ".LOG" delimited by size
                  into ws-job-log-file-name
           end-string

           open input job-log-file
           if not ws-job-log-file-ok
               display "Sin log de trabajos del dia ("
                   ws-job-log-file-name ")"
               exit paragraph
           end-if

           perform 1950-read-job-log
           perform until ws-job-log-file-eof
               if jlog-program not = "CALCEOD"
                   perform 1910-apply-job-record
               end-if
               perform 1950-read-job-log
           end-perform

           close job-log-file

           perform varying ws-job-idx from 1 by 1
                   until ws-job-idx > ws-jobs-used
               if not ws-jt-ended(ws-job-idx)
                   add 1 to ws-failed-job-count
                   display "Trabajo sin fin registrado: "
                       ws-jt-program(ws-job-idx) " iniciado "
                       ws-jt-start-date(ws-job-idx) " "
                       ws-jt-start-time(ws-job-idx) " "
                       ws-jt-input(ws-job-idx)
               else
                   if ws-jt-return-code(ws-job-idx) >= 8
                       add 1 to ws-failed-job-count
                       move ws-jt-return-code(ws-job-idx)
                           to ws-rc-disp
                       display "Trabajo terminado con error: "
                           ws-jt-program(ws-job-idx) " RC "
                           ws-rc-disp " "
                           ws-jt-input(ws-job-idx)
                   end-if
               end-if
           end-perform

      *> Runs that did not fit the table cannot be vouched for.
           if ws-job-table-full > zero
               add ws-job-table-full to ws-failed-job-count
               display "Trabajos sin revisar (tabla llena): "
                   ws-job-table-full
           end-if

           if ws-failed-job-count = zero
               display "Trabajos fallidos del dia: ninguno"
               exit paragraph
           end-if

           display "Atencion: " ws-failed-job-count
               " trabajos fallidos o sin terminar - ver CALCJSTA"
           if ws-block-failed
               display "*** NO SE CIERRA EL DIA ***"
               perform 0800-reopen-day
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if.

      *> A start opens a new latest run for the program and input;
      *> an end only counts when its start stamp matches that run.
       1910-apply-job-record.
           perform varying ws-job-idx from 1 by 1
                   until ws-job-idx > ws-jobs-used
               if ws-jt-program(ws-job-idx) = jlog-program
                   and ws-jt-input(ws-job-idx) = jlog-input
                   exit perform
               end-if
           end-perform

           if ws-job-idx > ws-jobs-used
               if ws-jobs-used >= 200
                   if jlog-event-start
                       add 1 to ws-job-table-full
                   end-if
                   exit paragraph
               end-if
               add 1 to ws-jobs-used
               move ws-jobs-used to ws-job-idx
               move jlog-program to ws-jt-program(ws-job-idx)
               move jlog-input to ws-jt-input(ws-job-idx)
               move spaces to ws-jt-start-date(ws-job-idx)
               move spaces to ws-jt-start-time(ws-job-idx)
               move "N" to ws-jt-end-flag(ws-job-idx)
               move zero to ws-jt-return-code(ws-job-idx)
           end-if

           if jlog-event-start
               move jlog-start-date to ws-jt-start-date(ws-job-idx)
               move jlog-start-time to ws-jt-start-time(ws-job-idx)
               move "N" to ws-jt-end-flag(ws-job-idx)
               move zero to ws-jt-return-code(ws-job-idx)
           else
               if jlog-start-date = ws-jt-start-date(ws-job-idx)
                   and jlog-start-time = ws-jt-start-time(ws-job-idx)
                   or ws-jt-start-date(ws-job-idx) = spaces
                   move jlog-start-date
                       to ws-jt-start-date(ws-job-idx)
                   move jlog-start-time
                       to ws-jt-start-time(ws-job-idx)
                   move "Y" to ws-jt-end-flag(ws-job-idx)
                   move jlog-return-code
                       to ws-jt-return-code(ws-job-idx)
               end-if
           end-if.

       1950-read-job-log.
           read job-log-file
               at end set ws-job-log-file-eof to true
           end-read.

       2000-check-extract-done.
           string "CALCEXTR." delimited by size
                  ws-business-date delimited by size
                   ws-extract-file-name ") - ejecutar CALCEXTR"
               perform 0800-reopen-day
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if
           close extract-file
           if not ws-bdat-file-ok
               display "No se pudo reescribir " ws-bdat-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if
           move spaces to bdate-record
           else
               set ws-day-ok to true
           end-if.

      *> Once the date has advanced nothing more can post under the
      *> closed day, so the data set is copied as a generation named
      *> after it. A failed copy does not undo the close; it is
      *> reported so CALCBKUP can be rerun for the date before the
      *> new day's work starts.
       5000-take-backup.
           move spaces to ws-command
           string "CALCBKUP " delimited by size
                  ws-business-date delimited by size
                  into ws-command
           end-string
           call "SYSTEM" using ws-command
           move return-code to ws-backup-rc
           move zero to return-code

           if ws-backup-rc = zero
               display "Copia de seguridad del dia: completa"
           else
               display "Atencion: copia de seguridad fallida - repetir"
                   " CALCBKUP " ws-business-date
           end-if.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCEOD" to job-program
           move ws-business-date to job-bus-date
           move zero to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "RETENIDAS/ESCALADAS/FALLIDOS" to job-count-note
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-held-pending-count to job-count(1)
           move ws-escalated-count    to job-count(2)
           move ws-failed-job-count   to job-count(3)
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
