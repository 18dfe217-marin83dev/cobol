       01 ws-e005-count              pic 9(7) value zero.
       01 ws-e006-count              pic 9(7) value zero.
       01 ws-e007-count              pic 9(7) value zero.
       01 ws-e008-count              pic 9(7) value zero.
       01 ws-other-count             pic 9(7) value zero.

       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       01 ws-rpt-request.
           copy calcrpt replacing ==:PFX:== by ==RPT-==.

           display "  CALCEXC - EXCEPCIONES      "
           display "-----------------------------"

           perform 9800-log-job-start

           open input exceptions-file
           if not ws-exc-file-ok
               display "No se pudo abrir el fichero de excepciones: "
                   ws-exc-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if


           perform 0600-print-summary

           perform 9900-log-job-end
           stop run.

       0050-load-parameters.
               when "E005" add 1 to ws-e005-count
               when "E006" add 1 to ws-e006-count
               when "E007" add 1 to ws-e007-count
               when "E008" add 1 to ws-e008-count
               when other add 1 to ws-other-count
           end-evaluate.

           move "  E007 (operacion no autorizada)" to ws-ecl-label
           move ws-e007-count to ws-ecl-count
           perform 0650-write-count-line
           move "  E008 (retenida y rechazada)" to ws-ecl-label
           move ws-e008-count to ws-ecl-count
           perform 0650-write-count-line
           move "  otras" to ws-ecl-label
           move ws-other-count to ws-ecl-count
           perform 0650-write-count-line
       0650-write-count-line.
           move ws-exc-count-line to rpt-print-line
           perform 0550-write-detail.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCEXC" to job-program
           move zero to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "EXCEPCIONES" to job-count-note
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-total-exceptions to job-count(1)
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
