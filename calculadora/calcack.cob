       01 ws-no-ledger-count         pic 9(7) value zero.
       01 ws-unconfirmed-count       pic 9(7) value zero.

       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       01 ws-rpt-request.
           copy calcrpt replacing ==:PFX:== by ==RPT-==.

           display "Fecha del extracto: " ws-extract-date
           display "Fichero de confirmaciones: " ws-ack-file-name

           perform 9800-log-job-start

           perform 1000-load-extract
           perform 2000-validate-ack-controls

               display "*** CONTROLES NO CUADRAN -"
                   " NADA MARCADO ***"
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               display "No se pudo abrir el ledger: "
                   ws-ledger-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               move 4 to return-code
           end-if

           perform 9900-log-job-end
           stop run.

       0100-get-run-parms.
               display "No se pudo abrir el extracto enviado: "
                   ws-extract-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               perform 5100-read-next-ledger
               perform until ws-ledger-file-eof
                       or ledg-date > ws-cutoff-date
                   if (ledg-status = "OK" or ledg-reversal)
                       and ledg-ack-flag = space
                       add 1 to ws-unconfirmed-count
                       move ledg-txn-id to ws-akl-txn
           move ws-ack-count-line to rpt-print-line
           set rpt-action-detail to true
           call "CALCRPTW" using ws-rpt-request.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCACK" to job-program
           move ws-today to job-bus-date
           move zero to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "CONFIRM/DISPUTA/SIN CONFIRMAR" to job-count-note
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-confirmed-count   to job-count(1)
           move ws-disputed-count    to job-count(2)
           move ws-unconfirmed-count to job-count(3)
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
