       identification division.
       program-id. CALCJSTA.

       environment division.
       input-output section.
       file-control.
           select job-log-file assign to dynamic ws-job-log-file-name
               organization is line sequential
               file status is ws-job-log-file-status.

       data division.
       file section.
       fd  job-log-file.
       01  job-log-record.
           copy calcjobr replacing ==:PFX:== by ==JLOG-==.

       working-storage section.
       01 ws-job-log-file-name       pic x(100) value spaces.
       01 ws-job-log-file-status     pic xx.
           88 ws-job-log-file-ok     value "00".
           88 ws-job-log-file-eof    value "10".

       01 ws-parm-lookup-name        pic x(20)  value spaces.
       01 ws-parm-lookup-date        pic x(8)   value spaces.
       01 ws-parm-lookup-value       pic x(100) value spaces.
       01 ws-parm-lookup-status      pic x      value spaces.
           88 ws-parm-found          value "V".

       01 ws-business-date           pic x(8) value spaces.
       01 ws-bdate-status            pic x    value space.
           88 ws-bdate-closed        value "C".
           88 ws-bdate-unavailable   value "E".
       01 ws-dias-request.
           copy calcbday replacing ==:PFX:== by ==DIAS-==.
       01 ws-date-num                pic 9(8) value zero.
       01 ws-day-int                 pic 9(8) value zero.

       01 ws-command-line            pic x(200) value spaces.
       01 ws-report-date             pic x(8)   value spaces.

      *> EXPECTED-JOBS lists the programs that must run every
      *> business day, separated by spaces or commas.
       01 ws-expected-list           pic x(100)
           value "CALCSCHED CALCULADORA CALCRECON CALCEXTR CALCEOD".
       01 ws-exp-ptr                 pic 9(3) value zero.
       01 ws-exp-name                pic x(11) value spaces.
       01 ws-exp-used                pic 9(3) value zero.
       01 ws-exp-idx                 pic 9(3) value zero.
       01 ws-exp-table.
           05 ws-exp-program         pic x(11) occurs 20 times.

      *> One entry per run found in the log. An end record is paired
      *> with the earliest open run of the same program carrying the
      *> same start stamp; an end with no start on file still makes
      *> an entry so it is not lost.
       01 ws-inst-used               pic 9(3) value zero.
       01 ws-inst-overflow           pic 9(5) value zero.
       01 ws-inst-idx                pic 9(3) value zero.
       01 ws-inst-table.
           05 ws-inst-entry occurs 500 times.
               10 ws-it-program      pic x(11).
               10 ws-it-operator-id  pic x(30).
               10 ws-it-start-date   pic x(8).
               10 ws-it-start-time   pic x(8).
               10 ws-it-end-date     pic x(8).
               10 ws-it-end-time     pic x(8).
               10 ws-it-run-id       pic 9(6).
               10 ws-it-count        pic 9(9) occurs 3 times.
               10 ws-it-count-note   pic x(30).
               10 ws-it-return-code  pic 9(4).
               10 ws-it-end-flag     pic x.
                   88 ws-it-ended    value "Y".

       01 ws-found-flag              pic x value "N".
           88 ws-entry-found         value "Y".
           88 ws-entry-not-found     value "N".

       01 ws-missing-count           pic 9(3) value zero.
       01 ws-error-count             pic 9(3) value zero.
       01 ws-open-count              pic 9(3) value zero.

       01 ws-rpt-request.
           copy calcrpt replacing ==:PFX:== by ==RPT-==.

       01 ws-jsta-heading.
           05 filler                 pic x(12) value "PROGRAMA".
           05 filler                 pic x(18) value "INICIO".
           05 filler                 pic x(18) value "FIN".
           05 filler                 pic x(7)  value " EJEC.".
           05 filler                 pic x(5)  value "   RC".
           05 filler                 pic x(9)  value " ESTADO".
           05 filler                 pic x(30) value "OPERADOR".

       01 ws-job-detail-line.
           05 ws-jdl-program         pic x(11).
           05 filler                 pic x     value space.
           05 ws-jdl-start-date      pic x(8).
           05 filler                 pic x     value space.
           05 ws-jdl-start-time      pic x(8).
           05 filler                 pic x     value space.
           05 ws-jdl-end-date        pic x(8).
           05 filler                 pic x     value space.
           05 ws-jdl-end-time        pic x(8).
           05 filler                 pic x     value space.
           05 ws-jdl-run-id          pic z(5)9.
           05 filler                 pic x     value space.
           05 ws-jdl-return-code     pic z(3)9.
           05 filler                 pic x     value space.
           05 ws-jdl-status          pic x(8).
           05 filler                 pic x     value space.
           05 ws-jdl-operator        pic x(30).

       01 ws-job-count-line.
           05 filler                 pic x(12) value spaces.
           05 ws-jcl-count-note      pic x(30).
           05 ws-jcl-count-entry occurs 3 times.
               10 filler             pic x     value space.
               10 ws-jcl-count       pic z(8)9.

       01 ws-section-line.
           05 ws-sl-label            pic x(40).
           05 ws-sl-count            pic zz9.

       01 ws-missing-line.
           05 filler                 pic x(2)  value spaces.
           05 ws-ml-program          pic x(11).
           05 filler                 pic x(20)
               value "  sin ejecucion".

       procedure division.
       0000-main-process.
           perform 0050-load-parameters
           perform 0100-get-run-parms

           display "-------------------------------------"
           display "  CALCJSTA - ESTADO DE TRABAJOS     "
           display "-------------------------------------"
           display "Fecha de negocio: " ws-report-date

           perform 1000-load-job-log
           perform 2000-open-report
           perform 3000-list-jobs
           perform 4000-list-missing-jobs
           perform 5000-list-failed-jobs
           perform 6000-list-open-jobs
           perform 7000-close-report

           display "Trabajos registrados: " ws-inst-used
           display "Esperados sin ejecucion: " ws-missing-count
           display "Terminados con RC distinto de 0: " ws-error-count
           display "Sin fin registrado: " ws-open-count
           display "Informe escrito en: " rpt-file-name

           if ws-missing-count > 0 or ws-error-count > 0
               or ws-open-count > 0
               move 4 to return-code
           end-if

           stop run.

       0050-load-parameters.
           accept ws-parm-lookup-date from date yyyymmdd

           move "EXPECTED-JOBS" to ws-parm-lookup-name
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status
           if ws-parm-found
               move function upper-case(ws-parm-lookup-value)
                   to ws-expected-list
           end-if

           move 1 to ws-exp-ptr
           perform until ws-exp-ptr > 100 or ws-exp-used >= 20
               move spaces to ws-exp-name
               unstring ws-expected-list
                   delimited by all spaces or ","
                   into ws-exp-name
                   with pointer ws-exp-ptr
               end-unstring
               if ws-exp-name not = spaces
                   add 1 to ws-exp-used
                   move ws-exp-name to ws-exp-program(ws-exp-used)
               end-if
           end-perform.

      *> Run in the morning, the report covers the day just closed:
      *> the business date itself once CALCEOD has marked it CERRADO,
      *> otherwise the last business day before it.
       0100-get-run-parms.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all spaces
               into ws-report-date
           end-unstring

           if ws-report-date not = spaces
               exit paragraph
           end-if

           call "CALCBDRD" using ws-business-date
                                 ws-bdate-status
           evaluate true
               when ws-bdate-unavailable
                   accept ws-report-date from date yyyymmdd
               when ws-bdate-closed
                   move ws-business-date to ws-report-date
               when other
                   move ws-business-date to ws-date-num
                   compute ws-day-int =
                       function integer-of-date(ws-date-num) - 1
                   compute ws-date-num =
                       function date-of-integer(ws-day-int)
                   set dias-back to true
                   move ws-date-num to dias-from-date
                   call "CALCDIAS" using ws-dias-request
                   if dias-valid
                       move dias-to-date to ws-report-date
                   else
                       move ws-business-date to ws-report-date
                   end-if
           end-evaluate.

       1000-load-job-log.
           move spaces to ws-job-log-file-name
           string "CALCJOB." delimited by size
                  ws-report-date delimited by size
                  ".LOG" delimited by size
                  into ws-job-log-file-name
           end-string

           open input job-log-file
           if not ws-job-log-file-ok
               display "Sin log de trabajos: " ws-job-log-file-name
               exit paragraph
           end-if

           perform 1100-read-job-log
           perform until ws-job-log-file-eof
               if jlog-event-start
                   perform 1200-add-instance
               else
                   perform 1300-match-end
               end-if
               perform 1100-read-job-log
           end-perform

           close job-log-file

           if ws-inst-overflow > 0
               display "Atencion: registros fuera de tabla: "
                   ws-inst-overflow
           end-if.

       1100-read-job-log.
           read job-log-file
               at end set ws-job-log-file-eof to true
           end-read.

       1200-add-instance.
           if ws-inst-used >= 500
               add 1 to ws-inst-overflow
               move zero to ws-inst-idx
               exit paragraph
           end-if

           add 1 to ws-inst-used
           move ws-inst-used to ws-inst-idx
           move jlog-program     to ws-it-program(ws-inst-idx)
           move jlog-operator-id to ws-it-operator-id(ws-inst-idx)
           move jlog-start-date  to ws-it-start-date(ws-inst-idx)
           move jlog-start-time  to ws-it-start-time(ws-inst-idx)
           move spaces           to ws-it-end-date(ws-inst-idx)
           move spaces           to ws-it-end-time(ws-inst-idx)
           move jlog-run-id      to ws-it-run-id(ws-inst-idx)
           move jlog-count(1)    to ws-it-count(ws-inst-idx, 1)
           move jlog-count(2)    to ws-it-count(ws-inst-idx, 2)
           move jlog-count(3)    to ws-it-count(ws-inst-idx, 3)
           move jlog-count-note  to ws-it-count-note(ws-inst-idx)
           move zero             to ws-it-return-code(ws-inst-idx)
           move "N"              to ws-it-end-flag(ws-inst-idx).

       1300-match-end.
           set ws-entry-not-found to true
           perform varying ws-inst-idx from 1 by 1
                   until ws-inst-idx > ws-inst-used
               if ws-it-program(ws-inst-idx) = jlog-program
                   and ws-it-start-date(ws-inst-idx) = jlog-start-date
                   and ws-it-start-time(ws-inst-idx) = jlog-start-time
                   and not ws-it-ended(ws-inst-idx)
                   set ws-entry-found to true
                   exit perform
               end-if
           end-perform

           if ws-entry-not-found
               perform 1200-add-instance
               if ws-inst-idx = zero
                   exit paragraph
               end-if
           end-if

      *> The end record carries the final run id and counts.
           move jlog-end-date     to ws-it-end-date(ws-inst-idx)
           move jlog-end-time     to ws-it-end-time(ws-inst-idx)
           move jlog-run-id       to ws-it-run-id(ws-inst-idx)
           move jlog-count(1)     to ws-it-count(ws-inst-idx, 1)
           move jlog-count(2)     to ws-it-count(ws-inst-idx, 2)
           move jlog-count(3)     to ws-it-count(ws-inst-idx, 3)
           move jlog-count-note   to ws-it-count-note(ws-inst-idx)
           move jlog-return-code  to ws-it-return-code(ws-inst-idx)
           move "Y"               to ws-it-end-flag(ws-inst-idx).

       2000-open-report.
           move spaces to ws-rpt-request
           string "CALCJSTA." delimited by size
                  ws-report-date delimited by size
                  ".RPT" delimited by size
                  into rpt-file-name
           end-string
           string "ESTADO DE TRABAJOS DEL " delimited by size
                  ws-report-date delimited by size
                  into rpt-title
           end-string
           move ws-report-date to rpt-date
           move ws-jsta-heading to rpt-heading
           set rpt-action-open to true
           call "CALCRPTW" using ws-rpt-request.

       3000-list-jobs.
           perform varying ws-inst-idx from 1 by 1
                   until ws-inst-idx > ws-inst-used
               perform 3100-print-instance
               move ws-it-count-note(ws-inst-idx) to ws-jcl-count-note
               move ws-it-count(ws-inst-idx, 1) to ws-jcl-count(1)
               move ws-it-count(ws-inst-idx, 2) to ws-jcl-count(2)
               move ws-it-count(ws-inst-idx, 3) to ws-jcl-count(3)
               move ws-job-count-line to rpt-print-line
               perform 3900-write-detail
           end-perform.

       3100-print-instance.
           move ws-it-program(ws-inst-idx)     to ws-jdl-program
           move ws-it-start-date(ws-inst-idx)  to ws-jdl-start-date
           move ws-it-start-time(ws-inst-idx)  to ws-jdl-start-time
           move ws-it-end-date(ws-inst-idx)    to ws-jdl-end-date
           move ws-it-end-time(ws-inst-idx)    to ws-jdl-end-time
           move ws-it-run-id(ws-inst-idx)      to ws-jdl-run-id
           move ws-it-return-code(ws-inst-idx) to ws-jdl-return-code
           move ws-it-operator-id(ws-inst-idx) to ws-jdl-operator
           evaluate true
               when not ws-it-ended(ws-inst-idx)
                   move "SIN FIN" to ws-jdl-status
               when ws-it-return-code(ws-inst-idx) = zero
                   move "OK" to ws-jdl-status
               when ws-it-return-code(ws-inst-idx) < 8
                   move "AVISO" to ws-jdl-status
               when other
                   move "ERROR" to ws-jdl-status
           end-evaluate
           move ws-job-detail-line to rpt-print-line
           perform 3900-write-detail.

       3900-write-detail.
           set rpt-action-detail to true
           call "CALCRPTW" using ws-rpt-request.

       3950-write-section.
           move ws-section-line to rpt-print-line
           set rpt-action-total to true
           call "CALCRPTW" using ws-rpt-request.

       4000-list-missing-jobs.
           perform varying ws-exp-idx from 1 by 1
                   until ws-exp-idx > ws-exp-used
               set ws-entry-not-found to true
               perform varying ws-inst-idx from 1 by 1
                       until ws-inst-idx > ws-inst-used
                   if ws-it-program(ws-inst-idx)
                       = ws-exp-program(ws-exp-idx)
                       set ws-entry-found to true
                       exit perform
                   end-if
               end-perform
               if ws-entry-not-found
                   add 1 to ws-missing-count
               end-if
           end-perform

           move "ESPERADOS SIN EJECUCION:" to ws-sl-label
           move ws-missing-count to ws-sl-count
           perform 3950-write-section

           perform varying ws-exp-idx from 1 by 1
                   until ws-exp-idx > ws-exp-used
               set ws-entry-not-found to true
               perform varying ws-inst-idx from 1 by 1
                       until ws-inst-idx > ws-inst-used
                   if ws-it-program(ws-inst-idx)
                       = ws-exp-program(ws-exp-idx)
                       set ws-entry-found to true
                       exit perform
                   end-if
               end-perform
               if ws-entry-not-found
                   move ws-exp-program(ws-exp-idx) to ws-ml-program
                   move ws-missing-line to rpt-print-line
                   perform 3900-write-detail
               end-if
           end-perform.

       5000-list-failed-jobs.
           perform varying ws-inst-idx from 1 by 1
                   until ws-inst-idx > ws-inst-used
               if ws-it-ended(ws-inst-idx)
                   and ws-it-return-code(ws-inst-idx) not = zero
                   add 1 to ws-error-count
               end-if
           end-perform

           move "TERMINADOS CON RC DISTINTO DE 0:" to ws-sl-label
           move ws-error-count to ws-sl-count
           perform 3950-write-section

           perform varying ws-inst-idx from 1 by 1
                   until ws-inst-idx > ws-inst-used
               if ws-it-ended(ws-inst-idx)
                   and ws-it-return-code(ws-inst-idx) not = zero
                   perform 3100-print-instance
               end-if
           end-perform.

       6000-list-open-jobs.
           perform varying ws-inst-idx from 1 by 1
                   until ws-inst-idx > ws-inst-used
               if not ws-it-ended(ws-inst-idx)
                   add 1 to ws-open-count
               end-if
           end-perform

           move "INICIADOS SIN FIN REGISTRADO:" to ws-sl-label
           move ws-open-count to ws-sl-count
           perform 3950-write-section

           perform varying ws-inst-idx from 1 by 1
                   until ws-inst-idx > ws-inst-used
               if not ws-it-ended(ws-inst-idx)
                   perform 3100-print-instance
               end-if
           end-perform.

       7000-close-report.
           set rpt-action-close to true
           call "CALCRPTW" using ws-rpt-request.
