       identification division.
       program-id. CALCJRPT.

       environment division.
       input-output section.
       file-control.
           select journal-file assign to dynamic ws-jrnl-file-name
               organization is line sequential
               file status is ws-jrnl-file-status.

       data division.
       file section.
       fd  journal-file.
       01  journal-record.
           copy calcjrnl replacing ==:PFX:== by ==JRN-==.

       working-storage section.
       01 ws-jrnl-file-name          pic x(100) value "CALCJRNL.DAT".
       01 ws-jrnl-file-status        pic xx.
           88 ws-jrnl-file-ok        value "00".
           88 ws-jrnl-file-eof       value "10".

       01 ws-command-line            pic x(200) value spaces.
       01 ws-from-date               pic x(8)   value spaces.
       01 ws-to-date                 pic x(8)   value spaces.
       01 ws-parm-token-2            pic x(40)  value spaces.
       01 ws-parm-token-3            pic x(40)  value spaces.
       01 ws-filter-token            pic x(40)  value spaces.

      *> Optional filter: OPER=<id> keeps the changes made by one
      *> maintaining operator, CLAVE=<key> the changes made to one
      *> operator or parameter. An operator key must match in full; a
      *> parameter key is matched on the whole name, so it selects
      *> every effective date of that parameter and no other one.
       01 ws-filter-type             pic x(5)   value spaces.
           88 ws-filter-none         value spaces.
           88 ws-filter-operator     value "OPER".
           88 ws-filter-key          value "CLAVE".
       01 ws-filter-value            pic x(30)  value spaces.

       01 ws-old-oper.
           copy calcoper replacing ==:PFX:== by ==OLDO-==.
       01 ws-new-oper.
           copy calcoper replacing ==:PFX:== by ==NEWO-==.
       01 ws-old-parm.
           copy calcparm replacing ==:PFX:== by ==OLDP-==.
       01 ws-new-parm.
           copy calcparm replacing ==:PFX:== by ==NEWP-==.

      *> Pass 1 lists every change; passes 2 and 3 list again only
      *> the self-maintenance and the supervisor grants.
       01 ws-pass                    pic 9 value zero.
           88 ws-pass-all            value 1.
           88 ws-pass-self           value 2.
           88 ws-pass-super          value 3.

       01 ws-self-flag               pic x value "N".
           88 ws-self-maintenance    value "Y".
       01 ws-super-grant-flag        pic x value "N".
           88 ws-super-grant         value "Y".
       01 ws-select-flag             pic x value "N".
           88 ws-record-selected     value "Y".

       01 ws-change-count            pic 9(7) value zero.
       01 ws-self-count              pic 9(7) value zero.
       01 ws-super-count             pic 9(7) value zero.
       01 ws-field-count             pic 9(3) value zero.

       01 ws-rpt-request.
           copy calcrpt replacing ==:PFX:== by ==RPT-==.

       01 ws-jrpt-heading.
           05 filler                 pic x(18) value "FECHA    HORA".
           05 filler                 pic x(5)  value "FICH".
           05 filler                 pic x(9)  value "ACCION".
           05 filler                 pic x(29) value "CLAVE".
           05 filler                 pic x(31) value "MANTENIDO POR".
           05 filler                 pic x(20) value "MARCAS".

       01 ws-change-line.
           05 ws-chl-date            pic x(8).
           05 filler                 pic x     value space.
           05 ws-chl-time            pic x(8).
           05 filler                 pic x     value space.
           05 ws-chl-file            pic x(4).
           05 filler                 pic x     value space.
           05 ws-chl-action          pic x(8).
           05 filler                 pic x     value space.
           05 ws-chl-key             pic x(28).
           05 filler                 pic x     value space.
           05 ws-chl-operator        pic x(30).
           05 filler                 pic x     value space.
           05 ws-chl-self            pic x(6).
           05 filler                 pic x     value space.
           05 ws-chl-super           pic x(10).

       01 ws-field-line.
           05 filler                 pic x(4)  value spaces.
           05 ws-fdl-label           pic x(14).
           05 ws-fdl-before          pic x(40).
           05 filler                 pic x(4)  value " -> ".
           05 ws-fdl-after           pic x(40).

       01 ws-value-line.
           05 filler                 pic x(4)  value spaces.
           05 ws-vll-label           pic x(14).
           05 ws-vll-value           pic x(100).

       01 ws-section-line.
           05 ws-sl-label            pic x(40).
           05 ws-sl-count            pic z(6)9.

       procedure division.
       0000-main-process.
           perform 0100-get-run-parms

           display "-------------------------------------"
           display "  CALCJRPT - DIARIO DE MANTENIMIENTO"
           display "-------------------------------------"
           display "Desde: " ws-from-date "  Hasta: " ws-to-date
           if not ws-filter-none
               display "Filtro: " ws-filter-type " = " ws-filter-value
           end-if

           perform 1000-open-report

           set ws-pass-all to true
           perform 2000-scan-journal
           move "TOTAL CAMBIOS:" to ws-sl-label
           move ws-change-count to ws-sl-count
           perform 3950-write-section

           move "AUTOMANTENIMIENTO (PROPIO PERFIL):" to ws-sl-label
           move ws-self-count to ws-sl-count
           perform 3950-write-section
           set ws-pass-self to true
           perform 2000-scan-journal

           move "CONCESIONES DE SUPERVISOR:" to ws-sl-label
           move ws-super-count to ws-sl-count
           perform 3950-write-section
           set ws-pass-super to true
           perform 2000-scan-journal

           perform 4000-close-report

           display "Cambios listados: " ws-change-count
           display "Automantenimiento: " ws-self-count
           display "Concesiones de supervisor: " ws-super-count
           display "Informe escrito en: " rpt-file-name

           if ws-self-count > 0 or ws-super-count > 0
               move 4 to return-code
           end-if

           stop run.

       0100-get-run-parms.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all spaces
               into ws-from-date ws-parm-token-2 ws-parm-token-3
           end-unstring

           if ws-from-date = spaces
               display "Uso: CALCJRPT fecha-desde [fecha-hasta]"
                   " [OPER=operador | CLAVE=clave]"
               stop run
           end-if

           if ws-parm-token-2 = spaces
               or function upper-case(ws-parm-token-2(1:5)) = "OPER="
               or function upper-case(ws-parm-token-2(1:6)) = "CLAVE="
               move ws-from-date to ws-to-date
               move ws-parm-token-2 to ws-filter-token
           else
               move ws-parm-token-2 to ws-to-date
               move ws-parm-token-3 to ws-filter-token
           end-if

           if ws-filter-token = spaces
               exit paragraph
           end-if

           unstring ws-filter-token delimited by "="
               into ws-filter-type ws-filter-value
           end-unstring
           move function upper-case(ws-filter-type) to ws-filter-type
           move function upper-case(ws-filter-value)
               to ws-filter-value

           if ws-filter-none or ws-filter-value = spaces
               or (not ws-filter-operator and not ws-filter-key)
               display "Filtro no valido: " ws-filter-token
               display "Uso: CALCJRPT fecha-desde [fecha-hasta]"
                   " [OPER=operador | CLAVE=clave]"
               stop run
           end-if.

       1000-open-report.
           move spaces to ws-rpt-request
           string "CALCJRPT." delimited by size
                  ws-from-date delimited by size
                  "." delimited by size
                  ws-to-date delimited by size
                  ".RPT" delimited by size
                  into rpt-file-name
           end-string
           string "DIARIO DE CAMBIOS " delimited by size
                  ws-from-date delimited by size
                  " A " delimited by size
                  ws-to-date delimited by size
                  into rpt-title
           end-string
           move ws-to-date to rpt-date
           move ws-jrpt-heading to rpt-heading
           set rpt-action-open to true
           call "CALCRPTW" using ws-rpt-request.

       2000-scan-journal.
           move spaces to ws-jrnl-file-status
           open input journal-file
           if not ws-jrnl-file-ok
               if ws-pass-all
                   display "Sin diario de cambios: " ws-jrnl-file-name
               end-if
               exit paragraph
           end-if

           perform 2100-read-journal
           perform until ws-jrnl-file-eof
               perform 2200-select-record
               if ws-record-selected
                   perform 2300-classify-record
                   evaluate true
                       when ws-pass-all
                           perform 2400-list-change
                       when ws-pass-self and ws-self-maintenance
                           perform 2500-print-change-line
                       when ws-pass-super and ws-super-grant
                           perform 2500-print-change-line
                   end-evaluate
               end-if
               perform 2100-read-journal
           end-perform

           close journal-file.

       2100-read-journal.
           read journal-file
               at end set ws-jrnl-file-eof to true
           end-read.

       2200-select-record.
           move "N" to ws-select-flag
           if jrn-date < ws-from-date or jrn-date > ws-to-date
               exit paragraph
           end-if

           evaluate true
               when ws-filter-operator
                   if jrn-operator-id not = ws-filter-value
                       exit paragraph
                   end-if
               when ws-filter-key and jrn-file-parm
                   if jrn-target-key(1:20) not = ws-filter-value(1:20)
                       or ws-filter-value(21:) not = spaces
                       exit paragraph
                   end-if
               when ws-filter-key
                   if jrn-target-key not = ws-filter-value
                       exit paragraph
                   end-if
           end-evaluate

           set ws-record-selected to true.

      *> Self-maintenance: the signed-on operator changed their own
      *> operator record. A supervisor grant is any change that
      *> leaves SUPER-FLAG at Y when it was not Y before.
       2300-classify-record.
           move "N" to ws-self-flag
           move "N" to ws-super-grant-flag
           if not jrn-file-oper
               exit paragraph
           end-if

           move jrn-before-image to ws-old-oper
           move jrn-after-image  to ws-new-oper

           if jrn-operator-id not = spaces
               and jrn-operator-id = jrn-target-key
               set ws-self-maintenance to true
           end-if
           if newo-is-supervisor and not oldo-is-supervisor
               set ws-super-grant to true
           end-if.

       2400-list-change.
           add 1 to ws-change-count
           if ws-self-maintenance
               add 1 to ws-self-count
           end-if
           if ws-super-grant
               add 1 to ws-super-count
           end-if

           perform 2500-print-change-line

           move zero to ws-field-count
           if jrn-file-oper
               perform 2600-compare-operator
           else
               perform 2700-compare-parameter
           end-if

           if ws-field-count = zero
               move spaces to ws-field-line
               move "(sin cambios)" to ws-fdl-label
               move ws-field-line to rpt-print-line
               perform 3900-write-detail
           end-if.

       2500-print-change-line.
           move jrn-date         to ws-chl-date
           move jrn-time         to ws-chl-time
           move jrn-file         to ws-chl-file
           move jrn-action       to ws-chl-action
           move jrn-target-key   to ws-chl-key
           if jrn-operator-id = spaces
               move "(SIN FIRMA)" to ws-chl-operator
           else
               move jrn-operator-id to ws-chl-operator
           end-if
           move spaces to ws-chl-self
           move spaces to ws-chl-super
           if ws-self-maintenance
               move "PROPIO" to ws-chl-self
           end-if
           if ws-super-grant
               move "SUPERVISOR" to ws-chl-super
           end-if
           move ws-change-line to rpt-print-line
           perform 3900-write-detail.

       2600-compare-operator.
           if oldo-name not = newo-name
               move "NOMBRE"      to ws-fdl-label
               move oldo-name     to ws-fdl-before
               move newo-name     to ws-fdl-after
               perform 2900-print-field
           end-if
           if oldo-dept not = newo-dept
               move "DEPARTAMENTO" to ws-fdl-label
               move oldo-dept     to ws-fdl-before
               move newo-dept     to ws-fdl-after
               perform 2900-print-field
           end-if
           if oldo-active-flag not = newo-active-flag
               move "ESTADO"      to ws-fdl-label
               move oldo-active-flag to ws-fdl-before
               move newo-active-flag to ws-fdl-after
               perform 2900-print-field
           end-if
           if oldo-auth-ops not = newo-auth-ops
               move "OPERACIONES" to ws-fdl-label
               move oldo-auth-ops to ws-fdl-before
               move newo-auth-ops to ws-fdl-after
               perform 2900-print-field
           end-if
           if oldo-batch-flag not = newo-batch-flag
               move "BATCH"       to ws-fdl-label
               move oldo-batch-flag to ws-fdl-before
               move newo-batch-flag to ws-fdl-after
               perform 2900-print-field
           end-if
           if oldo-fix-flag not = newo-fix-flag
               move "CALCFIX"     to ws-fdl-label
               move oldo-fix-flag to ws-fdl-before
               move newo-fix-flag to ws-fdl-after
               perform 2900-print-field
           end-if
           if oldo-maint-flag not = newo-maint-flag
               move "MANTENIMIENTO" to ws-fdl-label
               move oldo-maint-flag to ws-fdl-before
               move newo-maint-flag to ws-fdl-after
               perform 2900-print-field
           end-if
           if oldo-super-flag not = newo-super-flag
               move "SUPERVISOR"  to ws-fdl-label
               move oldo-super-flag to ws-fdl-before
               move newo-super-flag to ws-fdl-after
               perform 2900-print-field
           end-if.

      *> The value can use all 100 positions, so it is printed whole
      *> on one line for the old value and one for the new.
       2700-compare-parameter.
           move jrn-before-image to ws-old-parm
           move jrn-after-image  to ws-new-parm

           if oldp-value not = newp-value
               add 1 to ws-field-count
               move spaces        to ws-value-line
               move "VALOR ANTES" to ws-vll-label
               move oldp-value    to ws-vll-value
               move ws-value-line to rpt-print-line
               perform 3900-write-detail
               move "VALOR DESPUES" to ws-vll-label
               move newp-value    to ws-vll-value
               move ws-value-line to rpt-print-line
               perform 3900-write-detail
           end-if
           if oldp-upd-date not = newp-upd-date
               move "ACT. FECHA"  to ws-fdl-label
               move oldp-upd-date to ws-fdl-before
               move newp-upd-date to ws-fdl-after
               perform 2900-print-field
           end-if
           if oldp-upd-operator not = newp-upd-operator
               move "ACT. OPERADOR" to ws-fdl-label
               move oldp-upd-operator to ws-fdl-before
               move newp-upd-operator to ws-fdl-after
               perform 2900-print-field
           end-if.

       2900-print-field.
           add 1 to ws-field-count
           move ws-field-line to rpt-print-line
           perform 3900-write-detail.

       3900-write-detail.
           set rpt-action-detail to true
           call "CALCRPTW" using ws-rpt-request.

       3950-write-section.
           move ws-section-line to rpt-print-line
           set rpt-action-total to true
           call "CALCRPTW" using ws-rpt-request.

       4000-close-report.
           set rpt-action-close to true
           call "CALCRPTW" using ws-rpt-request.
