               organization is line sequential
               file status is ws-run-seq-file-status.

           select hold-file assign to dynamic ws-hold-file-name
               organization is indexed
               access mode is dynamic
               record key is hold-key
               file status is ws-hold-file-status.

           select variance-file assign to dynamic ws-var-file-name
               organization is line sequential
               file status is ws-var-file-status.

       data division.
       file section.
       fd  transaction-file.
       01  run-seq-record.
           05 rseq-next-run-id       pic 9(6).

       fd  hold-file.
       01  hold-record.
           copy calchold replacing ==:PFX:== by ==HOLD-==.

       fd  variance-file.
       01  variance-record.
           copy calcvar replacing ==:PFX:== by ==VAR-==.

       working-storage section.
       01  calc-fields.
           copy calcfld replacing ==:PFX:== by == ==.
       01 ws-super-auth-status       pic x     value spaces.
           88 ws-super-auth-valid    value "V".

      *> Batch calculations above the limit wait in CALCHOLD.DAT for
      *> a second operator (CALCLIBR). Zero or no parameter leaves
      *> holding off.
       01 ws-hold-file-name          pic x(100) value "CALCHOLD.DAT".
       01 ws-hold-file-status        pic xx.
           88 ws-hold-file-ok        value "00".
           88 ws-hold-file-missing   value "35".
       01 ws-hold-amount-limit       pic s9(7)V9(2) value zero.
       01 ws-hold-flag               pic x value "N".
           88 ws-hold-enabled        value "Y".

       01 ws-exc-file-name           pic x(100) value "CALCEXC.DAT".
       01 ws-exc-file-status         pic xx.
           88 ws-exc-file-ok         value "00".

      *> A batch transaction that carries an expected result posts
      *> as usual, but when RESULT misses it by more than the
      *> VAR-TOLERANCE-n parameter of its operation (default zero)
      *> the pair also goes to CALCVAR.DAT.
       01 ws-var-file-name           pic x(100) value "CALCVAR.DAT".
       01 ws-var-file-status         pic xx.
           88 ws-var-file-ok         value "00".
       01 ws-var-open-flag           pic x value "N".
           88 ws-var-file-open       value "Y".
       01 ws-var-tolerances.
           05 ws-var-tolerance       pic s9(7)V9(2) occurs 8 times.
       01 ws-var-opt-sub             pic 9 value zero.
       01 ws-var-difference          pic s9(8)V9(2) value zero.
       01 ws-var-expected            pic s9(7)V9(2) value zero.
       01 ws-var-expected-flag       pic x value "N".
           88 ws-var-has-expected    value "Y".
       01 ws-run-variance-count      pic 9(7) value zero.
       01 ws-tran-bad-expected       pic 9(7) value zero.

       01 ws-run-file-name           pic x(100) value "CALCRUNS.DAT".
       01 ws-run-file-status         pic xx.
           88 ws-run-file-ok         value "00".
       01 ws-run-read-count          pic 9(7) value zero.
       01 ws-run-posted-count        pic 9(7) value zero.
       01 ws-run-rejected-count      pic 9(7) value zero.
       01 ws-run-held-count          pic 9(7) value zero.
       01 ws-dup-run-flag            pic x value "N".
           88 ws-duplicate-run       value "Y".
       01 ws-active-run-flag         pic x value "N".
       01 ws-ctl-field-3             pic x(40) value spaces.
       01 ws-ctl-field-4             pic x(40) value spaces.

      *> Batch runs leave a start and an end record in the suite job
      *> log (CALCJLOG); interactive sessions do not.
       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       01 ws-session-count           pic 9(5) value zero.
       01 ws-session-rejected        pic 9(5) value zero.
       01 ws-recent-used             pic 9 value zero.
           perform 0130-get-business-date
           perform 0150-load-parameters
           perform 0100-get-run-parms
           if ws-batch-mode
               perform 9800-log-job-start
           end-if
           perform 0135-check-business-date
           display "---------------------"
           display "  CALCULADORA COBOL  "
           display "---------------------"
           close ledger-file
           close exceptions-file

           perform 9900-log-job-end
           stop run.

       0100-get-run-parms.
           if ws-parm-found
               move function numval(ws-parm-lookup-value)
                   to ws-txn-block-size
           end-if

           move "HOLD-AMOUNT-LIMIT" to ws-parm-lookup-name
           perform 0155-read-parameter
           if ws-parm-found
               move function numval(ws-parm-lookup-value)
                   to ws-hold-amount-limit
           end-if

           move "VAR-FILE-NAME" to ws-parm-lookup-name
           perform 0155-read-parameter
           if ws-parm-found
               move ws-parm-lookup-value to ws-var-file-name
           end-if

           perform varying ws-var-opt-sub from 1 by 1
                   until ws-var-opt-sub > 8
               move zero to ws-var-tolerance(ws-var-opt-sub)
               move spaces to ws-parm-lookup-name
               string "VAR-TOLERANCE-" delimited by size
                      ws-var-opt-sub delimited by size
                      into ws-parm-lookup-name
               end-string
               perform 0155-read-parameter
               if ws-parm-found
                   move function numval(ws-parm-lookup-value)
                       to ws-var-tolerance(ws-var-opt-sub)
               end-if
           end-perform.

      *> All posting is stamped with the business date from
      *> CALCBDAT.DAT, so a run that crosses midnight stays on one
       0130-get-business-date.
           call "CALCBDRD" using ws-business-date
                                 ws-bdate-status
           if ws-bdate-unavailable
               accept ws-business-date from date yyyymmdd
           end-if.

       0135-check-business-date.
           evaluate true
               when ws-bdate-closed
                   display "El dia " ws-business-date
                       " ya esta cerrado - no se puede contabilizar"
                   move 8 to return-code
                   perform 9900-log-job-end
                   stop run
               when ws-bdate-holiday
                   display "El dia " ws-business-date
                       " no es habil - no se puede contabilizar"
                   move 8 to return-code
                   perform 9900-log-job-end
                   stop run
           end-evaluate.

       0155-read-parameter.
           if not ws-operator-valid
               display "Operador no valido o inactivo: "
                   ws-operator-id
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if.

               display "Sin perfil de autorizacion valido: "
                   ws-operator-id
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if
           if ws-batch-mode and not opau-batch-allowed
               display "Operador sin permiso para modo BATCH: "
                   ws-operator-id
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if.

                       " convertirlo con CALCCONV"
               end-if
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if.

               exit paragraph
           end-if

           if ws-hold-amount-limit > zero
               perform 2070-open-hold-file
               if not ws-hold-enabled
                   move 8 to return-code
                   exit paragraph
               end-if
           end-if

           perform 2080-open-variance-file
           if not ws-var-file-open
               if ws-hold-enabled
                   close hold-file
               end-if
               move 8 to return-code
               exit paragraph
           end-if

           open input transaction-file
           if not ws-trans-file-ok
               display "No se pudo reabrir el fichero de"
                   move trans-num1 to num1
                   move trans-num2 to num2
                   move trans-option to option
                   move "N" to ws-var-expected-flag
                   if not trans-no-expected
                       set ws-var-has-expected to true
                       move trans-expected to ws-var-expected
                   end-if
                   perform 3000-calculate
                   evaluate ws-calc-status
                       when "OK"
                           add 1 to ws-run-posted-count
                           if ws-var-has-expected
                               perform 2400-check-variance
                           end-if
                       when "RETENIDO"
                           add 1 to ws-run-held-count
                       when other
                           add 1 to ws-run-rejected-count
                   end-evaluate
                   perform 2200-write-checkpoint
                   perform 2100-read-transaction
               end-perform
           end-if

           close transaction-file
           if ws-hold-enabled
               close hold-file
               if ws-run-held-count > 0
                   display "Transacciones retenidas para autorizar: "
                       ws-run-held-count
               end-if
           end-if
           if ws-var-file-open
               close variance-file
               move "N" to ws-var-open-flag
           end-if
           if ws-run-variance-count > 0
               display "Diferencias con el resultado esperado: "
                   ws-run-variance-count
           end-if

           perform 5900-close-run.

               close checkpoint-file
           end-if.

       2070-open-hold-file.
           open i-o hold-file
           if ws-hold-file-missing
               open output hold-file
               close hold-file
               open i-o hold-file
           end-if
           if ws-hold-file-ok
               set ws-hold-enabled to true
           else
               display "No se pudo abrir el fichero de retenciones: "
                   ws-hold-file-name
                   " (estado " ws-hold-file-status ")"
               display "*** EJECUCION RECHAZADA -"
                   " NADA CONTABILIZADO ***"
           end-if.

       2080-open-variance-file.
           open extend variance-file
           if not ws-var-file-ok
               open output variance-file
           end-if
           if ws-var-file-ok
               set ws-var-file-open to true
           else
               display "No se pudo abrir el fichero de diferencias: "
                   ws-var-file-name
                   " (estado " ws-var-file-status ")"
               display "*** EJECUCION RECHAZADA -"
                   " NADA CONTABILIZADO ***"
           end-if.

       2060-skip-checkpointed-records.
           perform varying ws-skip-count from 1 by 1
                   until ws-skip-count > ws-last-processed
           move zero to ws-tran-count
           move zero to ws-tran-num1-total
           move zero to ws-tran-num2-total
           move zero to ws-tran-bad-expected

           perform 2350-read-raw-transaction
           perform until ws-trans-file-eof
                       add 1 to ws-tran-count
                       add trans-num1 to ws-tran-num1-total
                       add trans-num2 to ws-tran-num2-total
                       if not trans-no-expected
                           and trans-expected is not numeric
                           add 1 to ws-tran-bad-expected
                       end-if
               end-evaluate
               perform 2350-read-raw-transaction
           end-perform
                   display "Total de control NUM2 no coincide"
                   set ws-tran-control-bad to true
               end-if
           end-if
           if ws-tran-bad-expected > 0
               display "Resultado esperado no numerico en "
                   ws-tran-bad-expected " registros"
               set ws-tran-control-bad to true
           end-if.

      *> The transaction has already posted; a variance is only
      *> recorded, against the txn id the ledger just assigned.
       2400-check-variance.
           compute ws-var-difference = result - ws-var-expected
           if function abs(ws-var-difference)
               not > ws-var-tolerance(option)
               exit paragraph
           end-if

           add 1 to ws-run-variance-count
           display "Resultado distinto del esperado en el registro "
               ws-current-record-number

           move ws-run-id                to var-run-id
           move ws-current-record-number to var-rec-number
           move ws-next-txn-id           to var-txn-id
           move ws-ts-date               to var-date
           move ws-ledger-timestamp(1:8) to var-time
           move ws-operator-id           to var-operator-id
           move num1                     to var-num1
           move num2                     to var-num2
           move option                   to var-option
           move result                   to var-result
           move ws-var-expected          to var-expected
           move ws-var-difference        to var-difference
           move ws-var-tolerance(option) to var-tolerance
           write variance-record.

       2200-write-checkpoint.
           open output checkpoint-file
           move ws-current-record-number to ckpt-last-record
               perform 4200-write-exception
           end-if

           if ws-hold-enabled and ws-calc-status = "OK"
               perform 4400-check-hold-limit
           end-if

           if ws-calc-status = "RETENIDO"
               perform 4500-write-hold
           else
               perform 4000-write-ledger
           end-if.

       3100-reject-overflow.
           move "E005" to ws-reject-code
           move ws-override-id      to ledg-override-id
           move space               to ledg-ack-flag
           move spaces              to ledg-ack-date
           move space               to ledg-rev-flag
           move zero                to ledg-rev-txn-id
           move spaces              to ledg-rev-reason
           move spaces              to ledg-rev-operator
           move spaces              to ledg-rev-supervisor

           write ledger-record.

      *> A large amount is not posted on one operator's say-so: the
      *> calculation waits in CALCHOLD.DAT, with no txn id taken,
      *> until a supervisor other than the submitter releases it.
       4400-check-hold-limit.
           if function abs(num1)   > ws-hold-amount-limit
               or function abs(num2)   > ws-hold-amount-limit
               or function abs(result) > ws-hold-amount-limit
               move "RETENIDO" to ws-calc-status
               display "Importe sobre el limite - retenida para"
                   " autorizacion"
           end-if.

       4500-write-hold.
           move ws-run-id                to hold-run-id
           move ws-current-record-number to hold-rec-number
           move ws-ts-date               to hold-date
           move ws-ledger-timestamp(1:8) to hold-time
           move ws-operator-id           to hold-operator-id
           move num1                     to hold-num1
           move num2                     to hold-num2
           move option                   to hold-option
           move result                   to hold-result
           set hold-pending              to true
           move spaces                   to hold-decided-by
           move spaces                   to hold-decided-date
           move spaces                   to hold-decided-time
           move zero                     to hold-txn-id
           if ws-var-has-expected
               move ws-var-expected      to hold-expected
           else
               move spaces               to hold-expected-x
           end-if

      *> An item that cannot be held must not simply vanish: it is
      *> rejected (E008, as a refused hold) through the exception
      *> file and the ledger, so it is counted and reconciled.
           write hold-record
               invalid key
                   display "No se pudo retener el registro "
                       ws-current-record-number
                       " (estado " ws-hold-file-status ")"
                   move 8 to return-code
                   move "E008" to ws-reject-code
                   move "Retencion no grabada - rechazada"
                       to ws-reject-reason
                   move "RECHAZADO" to ws-calc-status
                   perform 4200-write-exception
                   perform 4000-write-ledger
           end-write.

      *> Batch runs assign ids from a block reserved once per run
      *> instead of rewriting CALCLEDG.SEQ on every transaction;
      *> interactive sessions keep the record-at-a-time behaviour.
           if not ws-run-file-ok
               display "No se pudo abrir el registro de ejecuciones: "
                   ws-run-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               close transaction-file
               close ledger-file
               close exceptions-file
               if ws-hold-enabled
                   close hold-file
               end-if
               if ws-var-file-open
                   close variance-file
               end-if
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               close transaction-file
               close ledger-file
               close exceptions-file
               if ws-hold-enabled
                   close hold-file
               end-if
               if ws-var-file-open
                   close variance-file
               end-if
               perform 9900-log-job-end
               stop run
           end-if

           end-if

           move "N" to ws-block-active-flag.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCULADORA" to job-program
           move ws-business-date to job-bus-date
           move function upper-case(ws-operator-id)
               to job-operator-id
           move zero to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "LEIDAS/CONTAB/RECHAZ" to job-count-note
           move ws-trans-file-name to job-input
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-run-id             to job-run-id
           move ws-run-read-count     to job-count(1)
           move ws-run-posted-count   to job-count(2)
           move ws-run-rejected-count to job-count(3)
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
