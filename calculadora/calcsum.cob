       01 ws-e005-count              pic 9(7) value zero.
       01 ws-e006-count              pic 9(7) value zero.
       01 ws-e007-count              pic 9(7) value zero.
       01 ws-e008-count              pic 9(7) value zero.
       01 ws-reversal-count          pic 9(7) value zero.
       01 ws-reversed-count          pic 9(7) value zero.

       01 ws-op-stats.
           05 ws-op-entry occurs 8 times indexed by ws-op-idx.

       01 ws-op-label                pic x(12).

       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       01 ws-rpt-request.
           copy calcrpt replacing ==:PFX:== by ==RPT-==.

           display "  CALCSUM - RESUMEN DIARIO   "
           display "-----------------------------"

           perform 9800-log-job-start

           open input ledger-file
           if not ws-ledger-file-ok
               display "No se pudo abrir el ledger: "
                   ws-ledger-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if


           perform 0500-print-report

           perform 9900-log-job-end
           stop run.

       0100-get-run-parms.
       0400-accumulate-record.
           add 1 to ws-total-records

      *> A reversal pair nets to zero, so neither the reversing
      *> entry nor the original it offsets goes into the operation
      *> statistics; both are counted on their own lines instead.
           evaluate true
               when ledg-reversal
                   add 1 to ws-reversal-count
               when ledg-reversed
                   add 1 to ws-reversed-count
               when ledg-code = "E001"
                   add 1 to ws-e001-count
               when ledg-code = "E002"
                   add 1 to ws-e006-count
               when ledg-code = "E007"
                   add 1 to ws-e007-count
               when ledg-code = "E008"
                   add 1 to ws-e008-count
               when ledg-status = "OK"
                   set ws-op-idx to ledg-option
                   add 1 to ws-op-count(ws-op-idx)
           move "Operaciones no autorizadas (E007)" to ws-scl-label
           move ws-e007-count to ws-scl-count
           perform 0550-write-count-line
           move "Retenidas rechazadas (E008)" to ws-scl-label
           move ws-e008-count to ws-scl-count
           perform 0550-write-count-line
           move "Asientos de anulacion" to ws-scl-label
           move ws-reversal-count to ws-scl-count
           perform 0550-write-count-line
           move "Calculos anulados" to ws-scl-label
           move ws-reversed-count to ws-scl-count
           perform 0550-write-count-line
           move spaces to rpt-print-line
           perform 0560-write-detail

               move ws-sum-op0-line to rpt-print-line
           end-if
           perform 0560-write-detail.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCSUM" to job-program
           move ws-report-date to job-bus-date
           move zero to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "REGISTROS/ANULACIONES" to job-count-note
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-total-records  to job-count(1)
           move ws-reversal-count to job-count(2)
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
