       identification division.
       program-id. CALCLIBR.

       environment division.
       input-output section.
       file-control.
           select hold-file assign to dynamic ws-hold-file-name
               organization is indexed
               access mode is dynamic
               record key is hold-key
               file status is ws-hold-file-status.

           select ledger-file assign to dynamic ws-ledger-file-name
               organization is indexed
               access mode is dynamic
               record key is ledg-txn-id
               alternate record key is ledg-date
                   with duplicates
               file status is ws-ledger-file-status.

           select txn-seq-file
               assign to dynamic ws-txn-seq-file-name
               organization is line sequential
               file status is ws-txn-seq-file-status.

           select exceptions-file
               assign to dynamic ws-exc-file-name
               organization is line sequential
               file status is ws-exc-file-status.

           select variance-file assign to dynamic ws-var-file-name
               organization is line sequential
               file status is ws-var-file-status.

           select run-file assign to dynamic ws-run-file-name
               organization is indexed
               access mode is dynamic
               record key is run-run-id
               file status is ws-run-file-status.

       data division.
       file section.
       fd  hold-file.
       01  hold-record.
           copy calchold replacing ==:PFX:== by ==HOLD-==.

       fd  ledger-file.
       01  ledger-record.
           copy calcledg replacing ==:PFX:== by ==LEDG-==.

       fd  txn-seq-file.
       01  txn-seq-record.
           05 seq-next-txn-id        pic 9(10).

       fd  exceptions-file.
       01  exception-record.
           copy calcexcr replacing ==:PFX:== by ==EXC-==.

       fd  variance-file.
       01  variance-record.
           copy calcvar replacing ==:PFX:== by ==VAR-==.

       fd  run-file.
       01  run-record.
           copy calcrun replacing ==:PFX:== by ==RUN-==.

       working-storage section.
       01 ws-hold-file-name          pic x(100) value "CALCHOLD.DAT".
       01 ws-hold-file-status        pic xx.
           88 ws-hold-file-ok        value "00".
           88 ws-hold-file-eof       value "10".
           88 ws-hold-file-missing   value "35".

       01 ws-ledger-file-name        pic x(100) value "CALCLEDG.DAT".
       01 ws-ledger-file-status      pic xx.
           88 ws-ledger-file-ok      value "00".

       01 ws-txn-seq-file-name       pic x(100) value "CALCLEDG.SEQ".
       01 ws-txn-seq-file-status     pic xx.
           88 ws-txn-seq-file-ok     value "00".
       01 ws-next-txn-id             pic 9(10) value zero.

       01 ws-exc-file-name           pic x(100) value "CALCEXC.DAT".
       01 ws-exc-file-status         pic xx.
           88 ws-exc-file-ok         value "00".

      *> A released item carries the expected result it was sent
      *> with and gets the same variance check CALCULADORA applies
      *> when it posts directly.
       01 ws-var-file-name           pic x(100) value "CALCVAR.DAT".
       01 ws-var-file-status         pic xx.
           88 ws-var-file-ok         value "00".
       01 ws-var-tolerances.
           05 ws-var-tolerance       pic s9(7)V9(2) occurs 8 times.
       01 ws-var-opt-sub             pic 9 value zero.
       01 ws-var-difference          pic s9(8)V9(2) value zero.
       01 ws-variance-count          pic 9(7) value zero.

       01 ws-run-file-name           pic x(100) value "CALCRUNS.DAT".
       01 ws-run-file-status         pic xx.
           88 ws-run-file-ok         value "00".

       01 ws-parm-lookup-name        pic x(20)  value spaces.
       01 ws-parm-lookup-date        pic x(8)   value spaces.
       01 ws-parm-lookup-value       pic x(100) value spaces.
       01 ws-parm-lookup-status      pic x      value spaces.
           88 ws-parm-found          value "V".

       01 ws-business-date           pic x(8) value spaces.
       01 ws-bdate-status            pic x    value space.
           88 ws-bdate-open          value "A".
           88 ws-bdate-closed        value "C".
           88 ws-bdate-holiday       value "F".
           88 ws-bdate-unavailable   value "E".

       01 ws-timestamp.
           05 ws-ts-hours            pic 9(2).
           05 ws-ts-minutes          pic 9(2).
           05 ws-ts-seconds          pic 9(2).
           05 ws-ts-hundredths       pic 9(2).
       01 ws-time-now                pic x(8) value spaces.

       01 ws-operator-id             pic x(30) value spaces.
       01 ws-auth-profile.
           copy calcauth replacing ==:PFX:== by ==OPAU-==.
       01 ws-auth-lookup-status      pic x value spaces.
           88 ws-auth-valid          value "V".

       01 ws-done-flag               pic x value "N".
           88 ws-session-done        value "Y".
       01 ws-input-run-id            pic 9(6) value zero.
       01 ws-input-rec-number        pic 9(8) value zero.
       01 ws-decision                pic x value space.
       01 ws-decidable-flag          pic x value "N".
           88 ws-decidable           value "Y".

       01 ws-pending-count           pic 9(7) value zero.
       01 ws-approved-count          pic 9(7) value zero.
       01 ws-rejected-count          pic 9(7) value zero.
       01 ws-failed-count            pic 9(7) value zero.

       01 ws-reject-code             pic x(4)  value "E008".
       01 ws-reject-reason           pic x(48)
           value "Importe retenido rechazado por supervisor".

       01 ws-num1-disp               pic -(5)9.99.
       01 ws-num2-disp               pic -(5)9.99.
       01 ws-result-disp             pic -(7)9.99.

       procedure division.
       0000-main-process.
           display "-------------------------------------"
           display "  CALCLIBR - LIBERACION DE RETENIDAS "
           display "-------------------------------------"

           perform 0100-get-business-date
           perform 0150-load-parameters
           perform 0200-identify-operator
           perform 0300-open-files

           perform until ws-session-done
               perform 1000-list-pending
               if ws-pending-count = zero
                   display "No hay transacciones retenidas pendientes"
                   set ws-session-done to true
               else
                   perform 2000-select-hold
               end-if
           end-perform

           close hold-file
           close ledger-file
           close exceptions-file
           close variance-file

           display " "
           display "Aprobadas y contabilizadas: " ws-approved-count
           display "Rechazadas:                 " ws-rejected-count
           if ws-variance-count > 0
               display "Diferencias con esperado:   " ws-variance-count
           end-if
           if ws-failed-count > 0
               display "Decisiones fallidas:        " ws-failed-count
               move 8 to return-code
           end-if

           stop run.

      *> Releases post under the business date like any other
      *> posting, so a closed or non-processing day is a hard stop.
       0100-get-business-date.
           call "CALCBDRD" using ws-business-date
                                 ws-bdate-status
           evaluate true
               when ws-bdate-closed
                   display "El dia " ws-business-date
                       " ya esta cerrado - no se puede liberar"
                   move 8 to return-code
                   stop run
               when ws-bdate-holiday
                   display "El dia " ws-business-date
                       " no es habil - no se puede liberar"
                   move 8 to return-code
                   stop run
               when ws-bdate-unavailable
                   accept ws-business-date from date yyyymmdd
           end-evaluate.

       0150-load-parameters.
           move ws-business-date to ws-parm-lookup-date

           move "EXC-FILE-NAME" to ws-parm-lookup-name
           perform 0155-read-parameter
           if ws-parm-found
               move ws-parm-lookup-value to ws-exc-file-name
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

       0155-read-parameter.
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status.

      *> Only a supervisor may release; that the supervisor is not
      *> the submitter is checked on each held item.
       0200-identify-operator.
           call "HELLO" using ws-operator-id
           if ws-operator-id = spaces
               display "Acceso denegado: operador no identificado"
               stop run
           end-if

           call "CALCOPAU" using ws-operator-id
                                 ws-auth-profile
                                 ws-auth-lookup-status
           if not ws-auth-valid or not opau-is-supervisor
               display "Operador sin permiso de supervisor: "
                   ws-operator-id
               stop run
           end-if.

       0300-open-files.
           open i-o hold-file
           if ws-hold-file-missing
               display "No hay fichero de retenciones: "
                   ws-hold-file-name
               stop run
           end-if
           if not ws-hold-file-ok
               display "No se pudo abrir el fichero de retenciones: "
                   ws-hold-file-name
                   " (estado " ws-hold-file-status ")"
               move 8 to return-code
               stop run
           end-if

           open i-o ledger-file
           if not ws-ledger-file-ok
               display "No se pudo abrir el ledger: "
                   ws-ledger-file-name
                   " (estado " ws-ledger-file-status ")"
               if ws-ledger-file-status = "39"
                   display "Formato de registro antiguo -"
                       " convertirlo con CALCCONV"
               end-if
               close hold-file
               move 8 to return-code
               stop run
           end-if

           open extend exceptions-file
           if not ws-exc-file-ok
               open output exceptions-file
           end-if

           open extend variance-file
           if not ws-var-file-ok
               open output variance-file
           end-if
           if not ws-var-file-ok
               display "No se pudo abrir el fichero de diferencias: "
                   ws-var-file-name
                   " (estado " ws-var-file-status ")"
               close hold-file
               close ledger-file
               close exceptions-file
               move 8 to return-code
               stop run
           end-if.

       0400-stamp-time.
           accept ws-timestamp from time
           string ws-ts-hours   delimited by size ":" delimited by size
                  ws-ts-minutes delimited by size ":" delimited by size
                  ws-ts-seconds delimited by size
                  into ws-time-now
           end-string.

       1000-list-pending.
           move zero to ws-pending-count
           display " "
           display "RETENIDAS PENDIENTES"
           display "EJEC.  REGISTRO FECHA    OPERADOR        "
               "      NUM1       NUM2 OP    RESULTADO"

           move low-values to hold-key
           start hold-file key is not less than hold-key
               invalid key
                   set ws-hold-file-eof to true
           end-start

           if not ws-hold-file-eof
               perform 1100-read-next-hold
               perform until ws-hold-file-eof
                   if hold-pending
                       add 1 to ws-pending-count
                       perform 1200-display-hold
                   end-if
                   perform 1100-read-next-hold
               end-perform
           end-if

           move "00" to ws-hold-file-status.

       1100-read-next-hold.
           read hold-file next record
               at end set ws-hold-file-eof to true
           end-read.

       1200-display-hold.
           move hold-num1   to ws-num1-disp
           move hold-num2   to ws-num2-disp
           move hold-result to ws-result-disp
           display hold-run-id " " hold-rec-number " " hold-date " "
               hold-operator-id(1:15) " " ws-num1-disp " "
               ws-num2-disp " " hold-option "  " ws-result-disp.

       2000-select-hold.
           display " "
           display "Ejecucion de la retenida (0 para salir): "
           accept ws-input-run-id
           if ws-input-run-id = zero
               set ws-session-done to true
               exit paragraph
           end-if
           display "Numero de registro: "
           accept ws-input-rec-number

           move ws-input-run-id     to hold-run-id
           move ws-input-rec-number to hold-rec-number
           read hold-file
               key is hold-key
               invalid key
                   display "No existe esa retenida"
                   exit paragraph
           end-read

           perform 1200-display-hold
           perform 2100-check-decidable
           if not ws-decidable
               exit paragraph
           end-if

           display "A. Aprobar y contabilizar"
           display "R. Rechazar"
           display "Otra tecla: volver sin decidir"
           accept ws-decision
           move function upper-case(ws-decision) to ws-decision

           evaluate ws-decision
               when "A"
                   perform 3000-approve-hold
               when "R"
                   perform 4000-reject-hold
               when other
                   display "Sin decision"
           end-evaluate.

      *> Two-person rule: the operator who submitted the run can
      *> never release their own item. Items of a run still
      *> EN-CURSO wait until the run closes, and items of an earlier
      *> business date cannot be posted into today's books.
       2100-check-decidable.
           move "N" to ws-decidable-flag
           evaluate true
               when not hold-pending
                   display "Ya decidida (" hold-status ") por "
                       hold-decided-by
               when hold-operator-id = ws-operator-id
                   display "No puede liberar sus propias transacciones"
               when hold-date not = ws-business-date
                   display "Retenida del dia " hold-date
                       " - el dia de negocio es " ws-business-date
               when other
                   perform 2200-check-run-closed
           end-evaluate.

       2200-check-run-closed.
           open input run-file
           if not ws-run-file-ok
               display "No se pudo abrir el registro de ejecuciones: "
                   ws-run-file-name
               exit paragraph
           end-if

           move hold-run-id to run-run-id
           read run-file
               key is run-run-id
               invalid key
                   display "No existe la ejecucion " hold-run-id
               not invalid key
                   if run-run-running
                       display "La ejecucion " hold-run-id
                           " sigue EN-CURSO - esperar a que termine"
                   else
                       set ws-decidable to true
                   end-if
           end-read

           close run-file.

      *> The approved calculation posts as if the run had posted it:
      *> submitter as operator, the run's id, the held result, and
      *> the releasing supervisor in OVERRIDE-ID.
       3000-approve-hold.
           perform 0400-stamp-time
           perform 5000-get-next-txn-id

           move ws-next-txn-id      to ledg-txn-id
           move ws-business-date    to ledg-date
           move ws-time-now         to ledg-time
           move hold-operator-id    to ledg-operator-id
           move hold-num1           to ledg-num1
           move hold-num2           to ledg-num2
           move hold-option         to ledg-option
           move hold-result         to ledg-result
           move spaces              to ledg-code
           move "OK"                to ledg-status
           move hold-run-id         to ledg-run-id
           move ws-operator-id(1:8) to ledg-override-id
           perform 3900-clear-ledger-links

           write ledger-record
               invalid key
                   display "No se pudo contabilizar (id "
                       ws-next-txn-id " ya existe)"
                   add 1 to ws-failed-count
                   exit paragraph
           end-write

           if not hold-no-expected
               perform 3100-check-variance
           end-if

           set hold-approved to true
           perform 3800-mark-decided
           if ws-hold-file-ok
               add 1 to ws-approved-count
               display "Contabilizada con transaccion " ws-next-txn-id
           end-if.

      *> Same comparison as CALCULADORA 2400-check-variance: the item
      *> has posted, a variance is only recorded against its txn id.
       3100-check-variance.
           compute ws-var-difference = hold-result - hold-expected
           if function abs(ws-var-difference)
               not > ws-var-tolerance(hold-option)
               exit paragraph
           end-if

           add 1 to ws-variance-count
           display "Resultado distinto del esperado"

           move hold-run-id              to var-run-id
           move hold-rec-number          to var-rec-number
           move ws-next-txn-id           to var-txn-id
           move ws-business-date         to var-date
           move ws-time-now              to var-time
           move hold-operator-id         to var-operator-id
           move hold-num1                to var-num1
           move hold-num2                to var-num2
           move hold-option              to var-option
           move hold-result              to var-result
           move hold-expected            to var-expected
           move ws-var-difference        to var-difference
           move ws-var-tolerance(hold-option) to var-tolerance
           write variance-record.

       3800-mark-decided.
           move ws-operator-id(1:8) to hold-decided-by
           move ws-business-date    to hold-decided-date
           move ws-time-now         to hold-decided-time
           move ws-next-txn-id      to hold-txn-id
           rewrite hold-record
               invalid key
                   display "No se pudo marcar la retenida "
                       hold-run-id "/" hold-rec-number
                   add 1 to ws-failed-count
           end-rewrite.

       3900-clear-ledger-links.
           move space               to ledg-ack-flag
           move spaces              to ledg-ack-date
           move space               to ledg-rev-flag
           move zero                to ledg-rev-txn-id
           move spaces              to ledg-rev-reason
           move spaces              to ledg-rev-operator
           move spaces              to ledg-rev-supervisor.

      *> A rejected item goes the way of any other batch reject: a
      *> RECHAZADO ledger record and a CALCEXC.DAT entry under the
      *> run, so CALCRECON's rejected-vs-exceptions check still
      *> balances and CALCFIX can resubmit it if it was a keying
      *> error.
      *> The exception is only written once the ledger record is
      *> in, so a failed attempt leaves nothing behind to be doubled
      *> when the rejection is retried.
       4000-reject-hold.
           perform 0400-stamp-time
           perform 5000-get-next-txn-id

           move ws-next-txn-id      to ledg-txn-id
           move ws-business-date    to ledg-date
           move ws-time-now         to ledg-time
           move hold-operator-id    to ledg-operator-id
           move hold-num1           to ledg-num1
           move hold-num2           to ledg-num2
           move hold-option         to ledg-option
           move zeros               to ledg-result
           move ws-reject-code      to ledg-code
           move "RECHAZADO"         to ledg-status
           move hold-run-id         to ledg-run-id
           move ws-operator-id(1:8) to ledg-override-id
           perform 3900-clear-ledger-links

           write ledger-record
               invalid key
                   display "No se pudo registrar el rechazo (id "
                       ws-next-txn-id " ya existe)"
                   add 1 to ws-failed-count
                   exit paragraph
           end-write

           move ws-business-date    to exc-date
           move ws-time-now         to exc-time
           move hold-operator-id    to exc-operator-id
           move ws-reject-code      to exc-code
           move ws-reject-reason    to exc-reason
           move hold-num1           to exc-num1
           move hold-num2           to exc-num2
           move hold-option         to exc-option
           move space               to exc-resub-flag
           move hold-run-id         to exc-run-id
           write exception-record

           set hold-rejected to true
           perform 3800-mark-decided
           if ws-hold-file-ok
               add 1 to ws-rejected-count
               display "Rechazada - enviada a excepciones (E008)"
           end-if.

      *> Record-at-a-time id assignment, as CALCULADORA does for
      *> interactive sessions.
       5000-get-next-txn-id.
           move zero to ws-next-txn-id
           open input txn-seq-file
           if ws-txn-seq-file-ok
               read txn-seq-file
                   at end
                       continue
                   not at end
                       move seq-next-txn-id to ws-next-txn-id
               end-read
               close txn-seq-file
           end-if

           add 1 to ws-next-txn-id

           open output txn-seq-file
           move ws-next-txn-id to seq-next-txn-id
           write txn-seq-record
           close txn-seq-file.
