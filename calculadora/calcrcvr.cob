           88 ws-bdate-unavailable   value "E".
       01 ws-confirm-answer          pic x    value space.

       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       procedure division.
       0000-main-process.
           display "-------------------------------------"
               accept ws-business-date from date yyyymmdd
           end-if

           perform 9800-log-job-start

           open i-o run-file
           if not ws-run-file-ok
               display "No se pudo abrir el registro de ejecuciones: "
                   ws-run-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

           if ws-stale-used = zero
               display "No hay ejecuciones EN-CURSO abandonadas"
               close run-file
               perform 9900-log-job-end
               stop run
           end-if

           display "Ejecuciones cerradas como ABORTADO: "
               ws-closed-count

           perform 9900-log-job-end
           stop run.

       1000-collect-stale-runs.
           display "Ejecucion " run-run-id " cerrada: leidos "
               run-read-count " contabilizados " run-posted-count
               " rechazados " run-rejected-count.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCRCVR" to job-program
           move ws-business-date to job-bus-date
           move zero to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "ABANDONADAS/CERRADAS" to job-count-note
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-stale-used   to job-count(1)
           move ws-closed-count to job-count(2)
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
