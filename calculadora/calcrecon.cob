               organization is line sequential
               file status is ws-recon-flag-file-status.

           select hold-file assign to dynamic ws-hold-file-name
               organization is indexed
               access mode is dynamic
               record key is hold-key
               file status is ws-hold-file-status.

           select run-file assign to dynamic ws-run-file-name
               organization is indexed
               access mode is dynamic
               record key is run-run-id
               file status is ws-run-file-status.

           select variance-file assign to dynamic ws-var-file-name
               organization is line sequential
               file status is ws-var-file-status.

       data division.
       file section.
       fd  transaction-file.
       fd  recon-flag-file.
       01  recon-flag-record         pic x(20).

       fd  hold-file.
       01  hold-record.
           copy calchold replacing ==:PFX:== by ==HOLD-==.

       fd  run-file.
       01  run-record.
           copy calcrun replacing ==:PFX:== by ==RUN-==.

       fd  variance-file.
       01  variance-record.
           copy calcvar replacing ==:PFX:== by ==VAR-==.

       working-storage section.
       01 ws-trans-file-name         pic x(100) value "CALCTRAN.DAT".
       01 ws-trans-file-status       pic xx.
       01 ws-recon-flag-file-status  pic xx.
           88 ws-recon-flag-file-ok  value "00".

       01 ws-hold-file-name          pic x(100) value "CALCHOLD.DAT".
       01 ws-hold-file-status        pic xx.
           88 ws-hold-file-ok        value "00".
           88 ws-hold-file-eof       value "10".

       01 ws-run-file-name           pic x(100) value "CALCRUNS.DAT".
       01 ws-run-file-status         pic xx.
           88 ws-run-file-ok         value "00".
           88 ws-run-file-eof        value "10".

       01 ws-var-file-name           pic x(100) value "CALCVAR.DAT".
       01 ws-var-file-status         pic xx.
           88 ws-var-file-ok         value "00".
           88 ws-var-file-eof        value "10".

       01 ws-business-date           pic x(8) value spaces.
       01 ws-bdate-status            pic x    value space.
           88 ws-bdate-unavailable   value "E".
       01 ws-ledg-intr-count         pic 9(7) value zero.
       01 ws-ledg-batch-num1-total   pic s9(12)V9(2) value zero.
       01 ws-ledg-batch-num2-total   pic s9(12)V9(2) value zero.
       01 ws-ledg-reversal-count     pic 9(7) value zero.

      *> Third bucket: batch transactions held for release
      *> (CALCLIBR) are in neither the ledger nor the exceptions.
      *> Once decided they are in the ledger under their run, so
      *> only items still pending are counted here.
       01 ws-held-count              pic 9(7) value zero.
       01 ws-held-num1-total         pic s9(12)V9(2) value zero.
       01 ws-held-num2-total         pic s9(12)V9(2) value zero.
       01 ws-side-count              pic 9(7) value zero.
       01 ws-side-num1-total         pic s9(12)V9(2) value zero.
       01 ws-side-num2-total         pic s9(12)V9(2) value zero.

      *> Scope of the reconciliation: one run (third parameter, as
      *> CALCSCHED requests per step), one transaction file (second

       01 ws-exc-count               pic 9(7) value zero.

      *> Expected-result variances are reported, and only unbalance
      *> the cuadre when VARIANCE-DESCUADRE is set to Y.
       01 ws-var-count               pic 9(7) value zero.
       01 ws-var-descuadre-flag      pic x value "N".
           88 ws-var-descuadre       value "Y".

       01 ws-balance-flag            pic x value "Y".
           88 ws-in-balance          value "Y".
           88 ws-out-of-balance      value "N".

       01 ws-total-disp              pic -(12)9.99.

       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       procedure division.
       0000-main-process.
           perform 0050-load-parameters
               display "Ejecucion: " ws-recon-run-id
           end-if

           perform 9800-log-job-start

           if ws-scope-day
               perform 1500-count-run-files
           else
               perform 1000-count-transactions
           end-if
           perform 2000-count-ledger
           perform 2500-count-held
           perform 3000-count-exceptions
           perform 3500-count-variances
           perform 4000-check-balance
           perform 5000-print-report
           perform 6000-write-result-flag
               move 8 to return-code
           end-if

           perform 9900-log-job-end
           stop run.

       0050-load-parameters.
           perform 0060-read-parameter
           if ws-parm-found
               move ws-parm-lookup-value to ws-exc-file-name
           end-if

           move "VAR-FILE-NAME" to ws-parm-lookup-name
           perform 0060-read-parameter
           if ws-parm-found
               move ws-parm-lookup-value to ws-var-file-name
           end-if

           move "VARIANCE-DESCUADRE" to ws-parm-lookup-name
           perform 0060-read-parameter
           if ws-parm-found
               and function upper-case(ws-parm-lookup-value(1:1)) = "Y"
               set ws-var-descuadre to true
           end-if.

       0060-read-parameter.
                   exit paragraph
               end-if
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

           if not ws-ledger-file-ok
               display "No se pudo abrir el ledger: "
                   ws-ledger-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               perform 2100-read-ledger
               perform until ws-ledger-file-eof
                       or ledg-date not = ws-recon-date
      *> Reversing entries (CALCANUL) answer to no input file and
      *> no exception; they are counted apart so they neither
      *> inflate the interactive postings nor unbalance the
      *> rejected-vs-exceptions check. The original they offset
      *> stays OK and is counted where it was posted.
                   evaluate true
                       when ledg-reversal
                           if ws-recon-run-id = 0
                               add 1 to ws-ledg-reversal-count
                           end-if
                       when ws-recon-run-id = 0
                           or ledg-run-id = ws-recon-run-id
                           perform 2200-count-ledger-record
                   end-evaluate
                   perform 2100-read-ledger
               end-perform
           end-if
               at end set ws-ledger-file-eof to true
           end-read.

       2200-count-ledger-record.
           add 1 to ws-ledg-count
           add ledg-num1 to ws-ledg-num1-total
           add ledg-num2 to ws-ledg-num2-total
           if ledg-status = "OK"
               add 1 to ws-ledg-ok-count
           else
               add 1 to ws-ledg-rej-count
           end-if
           if ledg-run-id = zero
               add 1 to ws-ledg-intr-count
           else
               add 1 to ws-ledg-batch-count
               add ledg-num1 to ws-ledg-batch-num1-total
               add ledg-num2 to ws-ledg-batch-num2-total
           end-if.

       2500-count-held.
           open input hold-file
           if not ws-hold-file-ok
               exit paragraph
           end-if

           move low-values to hold-key
           start hold-file key is not less than hold-key
               invalid key
                   set ws-hold-file-eof to true
           end-start

           if not ws-hold-file-eof
               perform 2600-read-next-held
               perform until ws-hold-file-eof
                   if hold-pending
                       and hold-date = ws-recon-date
                       and (ws-recon-run-id = 0
                            or hold-run-id = ws-recon-run-id)
                       add 1 to ws-held-count
                       add hold-num1 to ws-held-num1-total
                       add hold-num2 to ws-held-num2-total
                   end-if
                   perform 2600-read-next-held
               end-perform
           end-if

           close hold-file.

       2600-read-next-held.
           read hold-file next record
               at end set ws-hold-file-eof to true
           end-read.

       3000-count-exceptions.
           open input exceptions-file
           if not ws-exc-file-ok
               at end set ws-exc-file-eof to true
           end-read.

       3500-count-variances.
           open input variance-file
           if not ws-var-file-ok
               exit paragraph
           end-if

           perform 3600-read-variance
           perform until ws-var-file-eof
               if var-date = ws-recon-date
                   and (ws-recon-run-id = 0
                        or var-run-id = ws-recon-run-id)
                   add 1 to ws-var-count
               end-if
               perform 3600-read-variance
           end-perform

           close variance-file.

       3600-read-variance.
           read variance-file
               at end set ws-var-file-eof to true
           end-read.

      *> Day scope compares the summed transaction files against the
      *> batch-posted side of the ledger only: interactive postings
      *> have no input file to cuadrar against and are reconciled
               if ws-run-problem
                   set ws-out-of-balance to true
               end-if
               compute ws-side-count =
                   ws-ledg-batch-count + ws-held-count
               compute ws-side-num1-total =
                   ws-ledg-batch-num1-total + ws-held-num1-total
               compute ws-side-num2-total =
                   ws-ledg-batch-num2-total + ws-held-num2-total
           else
               compute ws-side-count =
                   ws-ledg-count + ws-held-count
               compute ws-side-num1-total =
                   ws-ledg-num1-total + ws-held-num1-total
               compute ws-side-num2-total =
                   ws-ledg-num2-total + ws-held-num2-total
           end-if
           if ws-trans-count not = ws-side-count
               set ws-out-of-balance to true
           end-if
           if ws-trans-num1-total not = ws-side-num1-total
               set ws-out-of-balance to true
           end-if
           if ws-trans-num2-total not = ws-side-num2-total
               set ws-out-of-balance to true
           end-if
           if ws-ledg-rej-count not = ws-exc-count
               set ws-out-of-balance to true
           end-if
           if ws-var-descuadre and ws-var-count > 0
               set ws-out-of-balance to true
           end-if.

       5000-print-report.
               display "  interactivos:              "
                   ws-ledg-intr-count
           end-if
           if ws-ledg-reversal-count > 0
               display "Anulaciones (fuera de cuadre): "
                   ws-ledg-reversal-count
           end-if
           display "Retenidas pendientes:        " ws-held-count
           display "Excepciones registradas:     " ws-exc-count
           display "Diferencias con esperado:    " ws-var-count
           if ws-var-descuadre and ws-var-count > 0
               display "  (VARIANCE-DESCUADRE=Y: cuentan como"
                   " descuadre - ver CALCVARR)"
           end-if
           display " "
           move ws-trans-num1-total to ws-total-disp
           display "Total NUM1 transacciones: " ws-total-disp
               move ws-ledg-batch-num2-total to ws-total-disp
               display "Total NUM2 ledger batch:  " ws-total-disp
           end-if
           if ws-held-count > 0
               move ws-held-num1-total to ws-total-disp
               display "Total NUM1 retenidas:     " ws-total-disp
               move ws-held-num2-total to ws-total-disp
               display "Total NUM2 retenidas:     " ws-total-disp
           end-if
           display " "

           if ws-in-balance
           end-if
           write recon-flag-record
           close recon-flag-file.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCRECON" to job-program
           move ws-recon-date to job-bus-date
           move ws-recon-run-id to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "TRANSACC/LEDGER/DIFERENCIAS" to job-count-note
           if ws-scope-day
               move "DIA COMPLETO" to job-input
           else
               move ws-trans-file-name to job-input
           end-if
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-trans-count to job-count(1)
           move ws-ledg-count  to job-count(2)
           move ws-var-count   to job-count(3)
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
