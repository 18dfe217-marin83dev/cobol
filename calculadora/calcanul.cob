       identification division.
       program-id. CALCANUL.

       environment division.
       input-output section.
       file-control.
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

           select run-file assign to dynamic ws-run-file-name
               organization is indexed
               access mode is dynamic
               record key is run-run-id
               file status is ws-run-file-status.

       data division.
       file section.
       fd  ledger-file.
       01  ledger-record.
           copy calcledg replacing ==:PFX:== by ==LEDG-==.

       fd  txn-seq-file.
       01  txn-seq-record.
           05 seq-next-txn-id        pic 9(10).

       fd  run-file.
       01  run-record.
           copy calcrun replacing ==:PFX:== by ==RUN-==.

       working-storage section.
       01 ws-ledger-file-name        pic x(100) value "CALCLEDG.DAT".
       01 ws-ledger-file-status      pic xx.
           88 ws-ledger-file-ok      value "00".
           88 ws-ledger-file-eof     value "10".

       01 ws-txn-seq-file-name       pic x(100) value "CALCLEDG.SEQ".
       01 ws-txn-seq-file-status     pic xx.
           88 ws-txn-seq-file-ok     value "00".
       01 ws-next-txn-id             pic 9(10) value zero.

       01 ws-run-file-name           pic x(100) value "CALCRUNS.DAT".
       01 ws-run-file-status         pic xx.
           88 ws-run-file-ok         value "00".

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

       01 ws-super-id                pic x(30) value spaces.
       01 ws-super-name              pic x(30) value spaces.
       01 ws-super-status            pic x     value spaces.
           88 ws-super-valid         value "V".
       01 ws-super-profile.
           copy calcauth replacing ==:PFX:== by ==SUPER-==.
       01 ws-super-auth-status       pic x     value spaces.
           88 ws-super-auth-valid    value "V".
       01 ws-authorized-flag         pic x value "N".
           88 ws-authorized          value "Y".

       01 ws-menu-option             pic 9 value zero.
       01 ws-done-flag               pic x value "N".
           88 ws-session-done        value "Y".
       01 ws-confirm-answer          pic x value space.

       01 ws-input-txn-id            pic 9(10) value zero.
       01 ws-input-run-id            pic 9(6)  value zero.
       01 ws-reason-code             pic x(4)  value spaces.
       01 ws-reason-valid-flag       pic x value "N".
           88 ws-reason-valid        value "Y".

       01 ws-reversible-flag         pic x value "N".
           88 ws-reversible          value "Y".

      *> Transactions of a run to be reversed, collected in one pass
      *> before anything is written so the new reversing entries
      *> never show up in the scan that selects them.
       01 ws-run-txn-used            pic 9(5) value zero.
       01 ws-run-txn-table.
           05 ws-run-txn-id          pic 9(10) occurs 20000 times.
       01 ws-run-txn-overflow        pic 9(7) value zero.
       01 ws-run-txn-sub             pic 9(5) value zero.
       01 ws-run-skipped-count       pic 9(7) value zero.

       01 ws-original-record.
           copy calcledg replacing ==:PFX:== by ==ORIG-==.

       01 ws-posted-count            pic 9(7) value zero.
       01 ws-failed-count            pic 9(7) value zero.

       01 ws-num1-disp               pic -(5)9.99.
       01 ws-num2-disp               pic -(5)9.99.
       01 ws-result-disp             pic -(7)9.99.

       procedure division.
       0000-main-process.
           display "-------------------------------------"
           display "  CALCANUL - ANULACION DE ASIENTOS  "
           display "-------------------------------------"

           perform 0100-get-business-date
           perform 0150-identify-operator
           perform 0200-open-ledger-file

           perform until ws-session-done
               perform 0300-show-menu
               evaluate ws-menu-option
                   when 1 perform 1000-reverse-transaction
                   when 2 perform 2000-reverse-run
                   when 0 set ws-session-done to true
                   when other display "Opcion no valida"
               end-evaluate
           end-perform

           close ledger-file

           display " "
           display "Anulaciones contabilizadas: " ws-posted-count
           if ws-failed-count > 0
               display "Anulaciones fallidas:       " ws-failed-count
               move 8 to return-code
           end-if

           stop run.

      *> Reversing entries are posted under the business date like
      *> any other posting, so a closed or non-processing day is a
      *> hard stop here too.
       0100-get-business-date.
           call "CALCBDRD" using ws-business-date
                                 ws-bdate-status
           evaluate true
               when ws-bdate-closed
                   display "El dia " ws-business-date
                       " ya esta cerrado - no se puede anular"
                   move 8 to return-code
                   stop run
               when ws-bdate-holiday
                   display "El dia " ws-business-date
                       " no es habil - no se puede anular"
                   move 8 to return-code
                   stop run
               when ws-bdate-unavailable
                   accept ws-business-date from date yyyymmdd
           end-evaluate.

       0150-identify-operator.
           call "HELLO" using ws-operator-id
           if ws-operator-id = spaces
               display "Acceso denegado: operador no identificado"
               stop run
           end-if

           call "CALCOPAU" using ws-operator-id
                                 ws-auth-profile
                                 ws-auth-lookup-status
           if not ws-auth-valid or not opau-fix-allowed
               display "Operador sin permiso para CALCANUL: "
                   ws-operator-id
               stop run
           end-if.

       0200-open-ledger-file.
           open i-o ledger-file
           if not ws-ledger-file-ok
               display "No se pudo abrir el ledger: "
                   ws-ledger-file-name
                   " (estado " ws-ledger-file-status ")"
               if ws-ledger-file-status = "39"
                   display "Formato de registro antiguo -"
                       " convertirlo con CALCCONV"
               end-if
               move 8 to return-code
               stop run
           end-if.

       0300-show-menu.
           display " "
           display "1. Anular una transaccion"
           display "2. Anular una ejecucion completa"
           display "0. Salir"
           accept ws-menu-option.

       0400-stamp-time.
           accept ws-timestamp from time
           string ws-ts-hours   delimited by size ":" delimited by size
                  ws-ts-minutes delimited by size ":" delimited by size
                  ws-ts-seconds delimited by size
                  into ws-time-now
           end-string.

       1000-reverse-transaction.
           display "Numero de transaccion a anular: "
           accept ws-input-txn-id

           move ws-input-txn-id to ledg-txn-id
           read ledger-file
               key is ledg-txn-id
               invalid key
                   display "No existe en el ledger (archivada?): "
                       ws-input-txn-id
                   exit paragraph
           end-read

           perform 1100-display-original
           perform 1200-check-reversible
           if not ws-reversible
               exit paragraph
           end-if

           perform 3000-accept-reason
           if not ws-reason-valid
               exit paragraph
           end-if

           display "Confirmar la anulacion (S/N)? "
           accept ws-confirm-answer
           if function upper-case(ws-confirm-answer) not = "S"
               display "Anulacion cancelada"
               exit paragraph
           end-if

           perform 3100-supervisor-authorize
           if not ws-authorized
               exit paragraph
           end-if

           perform 4000-post-reversal.

       1100-display-original.
           move ledg-num1   to ws-num1-disp
           move ledg-num2   to ws-num2-disp
           move ledg-result to ws-result-disp
           display "Transaccion " ledg-txn-id " del " ledg-date
               " " ledg-time "  operador " ledg-operator-id
           display "  Num1: " ws-num1-disp "  Num2: " ws-num2-disp
               "  Opcion: " ledg-option
           display "  Resultado: " ws-result-disp
               "  Estado: " ledg-status "  Ejecucion: " ledg-run-id.

      *> Only a posted calculation can be offset: rejected records
      *> never reached accounting, a reversing entry must not itself
      *> be reversed, and a record is reversed at most once.
       1200-check-reversible.
           move "N" to ws-reversible-flag
           evaluate true
               when ledg-reversal
                   display "Es un asiento de anulacion (anula a "
                       ledg-rev-txn-id ") - no se anula"
               when ledg-reversed
                   display "Ya anulada por la transaccion "
                       ledg-rev-txn-id
               when ledg-status not = "OK"
                   display "No contabilizada (estado " ledg-status
                       ") - nada que anular"
               when other
                   set ws-reversible to true
           end-evaluate.

       2000-reverse-run.
           display "Numero de ejecucion a anular: "
           accept ws-input-run-id

           perform 2100-check-run
           if not ws-reversible
               exit paragraph
           end-if

           perform 2200-collect-run-transactions

           if ws-run-txn-overflow > 0
               display "La ejecucion supera " ws-run-txn-used
                   " asientos - anulacion de lote no permitida"
               exit paragraph
           end-if
           if ws-run-txn-used = zero
               display "La ejecucion " ws-input-run-id
                   " no tiene asientos pendientes de anular"
               exit paragraph
           end-if

           display "Asientos OK a anular: " ws-run-txn-used
           if ws-run-skipped-count > 0
               display "Ya anulados (se omiten): "
                   ws-run-skipped-count
           end-if

           perform 3000-accept-reason
           if not ws-reason-valid
               exit paragraph
           end-if

           display "Confirmar la anulacion de la ejecucion completa"
               " (S/N)? "
           accept ws-confirm-answer
           if function upper-case(ws-confirm-answer) not = "S"
               display "Anulacion cancelada"
               exit paragraph
           end-if

           perform 3100-supervisor-authorize
           if not ws-authorized
               exit paragraph
           end-if

           perform varying ws-run-txn-sub from 1 by 1
                   until ws-run-txn-sub > ws-run-txn-used
               perform 2300-reverse-one-run-txn
           end-perform

           display "Ejecucion " ws-input-run-id " anulada".

      *> A run still EN-CURSO may be posting while we read, so only
      *> a closed run (COMPLETO or ABORTADO) can be reversed.
       2100-check-run.
           move "N" to ws-reversible-flag

           open input run-file
           if not ws-run-file-ok
               display "No se pudo abrir el registro de ejecuciones: "
                   ws-run-file-name
               exit paragraph
           end-if

           move ws-input-run-id to run-run-id
           read run-file
               key is run-run-id
               invalid key
                   display "No existe la ejecucion " ws-input-run-id
               not invalid key
                   if run-run-running
                       display "La ejecucion " ws-input-run-id
                           " sigue EN-CURSO - no se puede anular"
                   else
                       display "Ejecucion " run-run-id " del "
                           run-date " fichero " run-trans-file(1:40)
                       set ws-reversible to true
                   end-if
           end-read

           close run-file.

       2200-collect-run-transactions.
           move zero to ws-run-txn-used
           move zero to ws-run-txn-overflow
           move zero to ws-run-skipped-count

           move zero to ledg-txn-id
           start ledger-file key is not less than ledg-txn-id
               invalid key
                   set ws-ledger-file-eof to true
           end-start

           if not ws-ledger-file-eof
               perform 2250-read-next-ledger
               perform until ws-ledger-file-eof
                   if ledg-run-id = ws-input-run-id
                       and ledg-status = "OK"
                       perform 2260-remember-run-txn
                   end-if
                   perform 2250-read-next-ledger
               end-perform
           end-if

           move "00" to ws-ledger-file-status.

       2250-read-next-ledger.
           read ledger-file next record
               at end set ws-ledger-file-eof to true
           end-read.

       2260-remember-run-txn.
           if ledg-reversed
               add 1 to ws-run-skipped-count
               exit paragraph
           end-if
           if ws-run-txn-used < 20000
               add 1 to ws-run-txn-used
               move ledg-txn-id to ws-run-txn-id(ws-run-txn-used)
           else
               add 1 to ws-run-txn-overflow
           end-if.

      *> Each record is re-read and re-checked just before it is
      *> reversed: another session may have reversed it since the
      *> collecting pass.
       2300-reverse-one-run-txn.
           move ws-run-txn-id(ws-run-txn-sub) to ledg-txn-id
           read ledger-file
               key is ledg-txn-id
               invalid key
                   display "Transaccion " ws-run-txn-id(ws-run-txn-sub)
                       " ya no esta en el ledger"
                   add 1 to ws-failed-count
                   exit paragraph
           end-read

           perform 1200-check-reversible
           if ws-reversible
               perform 4000-post-reversal
           end-if.

       3000-accept-reason.
           move "N" to ws-reason-valid-flag
           display "Motivo de la anulacion:"
           display "  A001 Importe erroneo"
           display "  A002 Operacion erronea"
           display "  A003 Transaccion duplicada"
           display "  A004 Fichero erroneo (lote completo)"
           display "  A009 Otros motivos"
           accept ws-reason-code
           move function upper-case(ws-reason-code) to ws-reason-code

           evaluate ws-reason-code
               when "A001"
               when "A002"
               when "A003"
               when "A004"
               when "A009"
                   set ws-reason-valid to true
               when other
                   display "Motivo no valido: " ws-reason-code
           end-evaluate.

      *> Same second-operator check as CALCULADORA's supervisor
      *> override, except that the operator asking for the reversal
      *> can never authorize it.
       3100-supervisor-authorize.
           move "N" to ws-authorized-flag

           display "ID del supervisor que autoriza: "
           accept ws-super-id
           move function upper-case(ws-super-id) to ws-super-id

           if ws-super-id(1:8) = ws-operator-id(1:8)
               display "El supervisor debe ser otro operador"
               exit paragraph
           end-if

           call "CALCOPCK" using ws-super-id
                                 ws-super-name
                                 ws-super-status
           if ws-super-valid
               call "CALCOPAU" using ws-super-id
                                     ws-super-profile
                                     ws-super-auth-status
               if ws-super-auth-valid
                   and super-is-supervisor
                   set ws-authorized to true
                   display "Anulacion autorizada por " ws-super-id
               end-if
           end-if

           if not ws-authorized
               display "Supervisor no valido o sin permiso"
           end-if.

      *> ledger-record holds the original on entry. The reversing
      *> entry is written first and the original marked after it,
      *> so an interruption in between leaves a reversal pointing at
      *> an unmarked original, which CALCAUDIT reports.
       4000-post-reversal.
           move ledger-record to ws-original-record

           perform 4100-get-next-txn-id
           perform 0400-stamp-time

           move ws-next-txn-id      to ledg-txn-id
           move ws-business-date    to ledg-date
           move ws-time-now         to ledg-time
      *> The entry stays with the operator who posted the original,
      *> so it nets against the same operator and department; the
      *> requester is kept in REV-OPERATOR.
           move orig-operator-id    to ledg-operator-id
           move orig-num1           to ledg-num1
           move orig-num2           to ledg-num2
           move orig-option         to ledg-option
           compute ledg-result = zero - orig-result
           move spaces              to ledg-code
           move "ANULACION"         to ledg-status
           move zero                to ledg-run-id
           move ws-super-id(1:8)    to ledg-override-id
           move space               to ledg-ack-flag
           move spaces              to ledg-ack-date
           set ledg-reversal        to true
           move orig-txn-id         to ledg-rev-txn-id
           move ws-reason-code      to ledg-rev-reason
           move ws-operator-id(1:8) to ledg-rev-operator
           move ws-super-id(1:8)    to ledg-rev-supervisor

           write ledger-record
               invalid key
                   display "No se pudo grabar la anulacion de "
                       orig-txn-id " (id " ws-next-txn-id
                       " ya existe)"
                   add 1 to ws-failed-count
                   exit paragraph
           end-write

           move orig-txn-id to ledg-txn-id
           read ledger-file
               key is ledg-txn-id
               invalid key
                   display "No se pudo releer la transaccion "
                       orig-txn-id " para marcarla"
                   add 1 to ws-failed-count
                   exit paragraph
           end-read

           set ledg-reversed        to true
           move ws-next-txn-id      to ledg-rev-txn-id
           move ws-reason-code      to ledg-rev-reason
           move ws-operator-id(1:8) to ledg-rev-operator
           move ws-super-id(1:8)    to ledg-rev-supervisor
           rewrite ledger-record
               invalid key
                   display "No se pudo marcar la transaccion "
                       orig-txn-id " como anulada"
                   add 1 to ws-failed-count
                   exit paragraph
           end-rewrite

           add 1 to ws-posted-count
           display "Transaccion " orig-txn-id " anulada por "
               ws-next-txn-id.

      *> Record-at-a-time id assignment, as CALCULADORA does for
      *> interactive sessions; a batch run's reserved block sits
      *> below the watermark in CALCLEDG.SEQ and is never touched.
       4100-get-next-txn-id.
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
