           88 ws-day-found           value "Y".
           88 ws-day-not-found       value "N".

       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       procedure division.
       0000-main-process.
           perform 0100-get-run-parms
           display "Fecha de corte: " ws-cutoff-date
           display "Fichero de historico: " ws-history-file-name

           perform 9800-log-job-start
           perform 0200-open-files

           perform 1100-read-ledger

           perform 2000-print-control-report

           perform 9900-log-job-end
           stop run.

       0100-get-run-parms.
           if not ws-ledger-file-ok
               display "No se pudo abrir el ledger: "
                   ws-ledger-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               display "No se pudo abrir el historico: "
                   ws-history-file-name
               close ledger-file
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if.

               display "Ya existian en el historico (rearchivo): "
                   ws-dup-total
           end-if.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCARCH" to job-program
           move zero to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "ARCHIVADOS/CONSERVADOS/REARCH" to job-count-note
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-archived-total to job-count(1)
           move ws-kept-total     to job-count(2)
           move ws-dup-total      to job-count(3)
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
