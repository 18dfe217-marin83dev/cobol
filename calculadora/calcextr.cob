       01 ws-ext-num2-disp           pic -(5)9.99.
       01 ws-ext-result-disp         pic -(7)9.99.
       01 ws-ext-hash-disp           pic -(13)9.99.
       01 ws-ext-orig-field.
           05 ws-ext-orig-sep        pic x.
           05 ws-ext-orig-txn-disp   pic 9(10).
       01 ws-ext-line                pic x(200).

       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       procedure division.
       0000-main-process.
           perform 0100-get-run-parms
           display "-----------------------------"
           display "Fecha del extracto: " ws-extract-date

           perform 9800-log-job-start

           open input ledger-file
           if not ws-ledger-file-ok
               display "No se pudo abrir el ledger: "
                   ws-ledger-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               display "No se pudo abrir el extracto: "
                   ws-extract-file-name
               close ledger-file
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               perform 2100-read-ledger
               perform until ws-ledger-file-eof
                       or ledg-date not = ws-extract-date
                   if ledg-status = "OK" or ledg-reversal
                       perform 2200-write-detail
                   else
                       add 1 to ws-excluded-count
           display "Registros excluidos: " ws-excluded-count
           display "Extracto escrito en: " ws-extract-file-name

           perform 9900-log-job-end
           stop run.

       0100-get-run-parms.
           move ledg-num2   to ws-ext-num2-disp
           move ledg-result to ws-ext-result-disp

      *> A reversing entry carries the negated result, so it offsets
      *> the original in the hash total; the original's txn id is
      *> appended so accounting can match the pair.
           move spaces to ws-ext-orig-field
           if ledg-reversal
               move ";" to ws-ext-orig-sep
               move ledg-rev-txn-id to ws-ext-orig-txn-disp
           end-if

           move spaces to ws-ext-line
           string "D;" delimited by size
                  ws-ext-txn-disp delimited by size
                  ledg-option delimited by size
                  ";" delimited by size
                  ws-ext-result-disp delimited by size
                  ws-ext-orig-field delimited by space
                  into ws-ext-line
           end-string
           write extract-record from ws-ext-line.
                  into ws-ext-line
           end-string
           write extract-record from ws-ext-line.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCEXTR" to job-program
           move ws-extract-date to job-bus-date
           move zero to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "EXTRAIDOS/EXCLUIDOS" to job-count-note
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-extract-count  to job-count(1)
           move ws-excluded-count to job-count(2)
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
