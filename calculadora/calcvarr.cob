       identification division.
       program-id. CALCVARR.

       environment division.
       input-output section.
       file-control.
           select variance-file assign to dynamic ws-var-file-name
               organization is line sequential
               file status is ws-var-file-status.
           select variance-sort-file
               assign to dynamic ws-sort-file-name.

       data division.
       file section.
       fd  variance-file.
       01  variance-record.
           copy calcvar replacing ==:PFX:== by ==VAR-==.

       sd  variance-sort-file.
       01  variance-sort-record.
           copy calcvar replacing ==:PFX:== by ==SRT-==.

       working-storage section.
       01 ws-var-file-name           pic x(100) value "CALCVAR.DAT".
       01 ws-var-file-status         pic xx.
           88 ws-var-file-ok         value "00".
           88 ws-var-file-eof        value "10".
       01 ws-sort-file-name          pic x(100) value "SORTWK01".
       01 ws-sort-eof-flag           pic x value "N".
           88 ws-sort-eof            value "Y".

       01 ws-parm-lookup-name        pic x(20)  value spaces.
       01 ws-parm-lookup-date        pic x(8)   value spaces.
       01 ws-parm-lookup-value       pic x(100) value spaces.
       01 ws-parm-lookup-status      pic x      value spaces.
           88 ws-parm-found          value "V".

       01 ws-business-date           pic x(8) value spaces.
       01 ws-bdate-status            pic x    value space.
           88 ws-bdate-unavailable   value "E".

       01 ws-command-line            pic x(200) value spaces.
       01 ws-from-date               pic x(8)   value spaces.
       01 ws-to-date                 pic x(8)   value spaces.

       01 ws-rpt-request.
           copy calcrpt replacing ==:PFX:== by ==RPT-==.

       01 ws-varr-heading.
           05 filler                 pic x(10) value "  REGISTRO".
           05 filler                 pic x(12) value "      TXN-ID".
           05 filler                 pic x(4)  value "  OP".
           05 filler                 pic x(10) value "      NUM1".
           05 filler                 pic x(10) value "      NUM2".
           05 filler                 pic x(12) value "   RESULTADO".
           05 filler                 pic x(12) value "    ESPERADO".
           05 filler                 pic x(13) value "   DIFERENCIA".
           05 filler                 pic x(12) value "  TOLERANCIA".

      *> CALCVAR.DAT is appended in the order the checks are made,
      *> and CALCLIBR adds a released item's variance under its
      *> original run after later runs have written theirs. The
      *> selected records are therefore sorted on run id and record
      *> number, so each run (always one posting operator) is listed
      *> once and the listing breaks on the run id.
       01 ws-current-run-id          pic 9(6) value zero.
       01 ws-group-open-flag         pic x value "N".
           88 ws-group-open          value "Y".
       01 ws-group-count             pic 9(7) value zero.
       01 ws-group-abs-total         pic s9(12)V9(2) value zero.
       01 ws-var-count               pic 9(7) value zero.
       01 ws-var-abs-total           pic s9(12)V9(2) value zero.
       01 ws-run-count               pic 9(5) value zero.

       01 ws-vop-used                pic 9(3) value zero.
       01 ws-vop-overflow            pic 9(7) value zero.
       01 ws-vop-idx                 pic 9(3) value zero.
       01 ws-vop-table.
           05 ws-vop-entry occurs 200 times.
               10 ws-vop-id          pic x(30).
               10 ws-vop-count       pic 9(7).
               10 ws-vop-runs        pic 9(5).
               10 ws-vop-last-run    pic 9(6).
               10 ws-vop-abs-total   pic s9(12)V9(2).

       01 ws-found-flag              pic x value "N".
           88 ws-entry-found         value "Y".
           88 ws-entry-not-found     value "N".

       01 ws-run-header-line.
           05 filler                 pic x(10) value "Ejecucion ".
           05 ws-rhl-run-id          pic 9(6).
           05 filler                 pic x(8)  value "  Fecha ".
           05 ws-rhl-date            pic x(8).
           05 filler                 pic x(11) value "  Operador ".
           05 ws-rhl-operator        pic x(30).

       01 ws-var-detail-line.
           05 ws-vdl-rec-number      pic z(9)9.
           05 filler                 pic x(2) value spaces.
           05 ws-vdl-txn-id          pic z(9)9.
           05 filler                 pic x(3) value spaces.
           05 ws-vdl-option          pic 9.
           05 ws-vdl-num1            pic -(6)9.99.
           05 ws-vdl-num2            pic -(6)9.99.
           05 ws-vdl-result          pic -(8)9.99.
           05 ws-vdl-expected        pic -(8)9.99.
           05 ws-vdl-difference      pic -(9)9.99.
           05 ws-vdl-tolerance       pic -(8)9.99.

       01 ws-group-total-line.
           05 filler                 pic x(2)  value spaces.
           05 ws-gtl-label           pic x(32).
           05 ws-gtl-count           pic z(6)9.
           05 filler                 pic x(24)
               value "  Diferencia absoluta: ".
           05 ws-gtl-abs-total       pic -(12)9.99.

       01 ws-oper-summary-line.
           05 filler                 pic x(2)  value spaces.
           05 ws-osl-operator        pic x(30).
           05 filler                 pic x(14) value "  Ejecuciones ".
           05 ws-osl-runs            pic z(4)9.
           05 filler                 pic x(14) value "  Diferencias ".
           05 ws-osl-count           pic z(6)9.
           05 filler                 pic x(11) value "  Absoluta ".
           05 ws-osl-abs-total       pic -(12)9.99.

       procedure division.
       0000-main-process.
           perform 0050-load-parameters
           perform 0100-get-run-parms

           display "-------------------------------------"
           display "  CALCVARR - DIFERENCIAS CON ESPERADO"
           display "-------------------------------------"
           display "Desde: " ws-from-date "  Hasta: " ws-to-date

           perform 1000-open-report

           open input variance-file
           if ws-var-file-ok
               perform 2000-list-variances
               close variance-file
           else
               display "Sin fichero de diferencias: " ws-var-file-name
           end-if

           perform 3000-print-operator-summary
           perform 4000-close-report

           display "Diferencias listadas: " ws-var-count
           display "Informe escrito en: " rpt-file-name

           stop run.

       0050-load-parameters.
           accept ws-parm-lookup-date from date yyyymmdd

           move "VAR-FILE-NAME" to ws-parm-lookup-name
           perform 0060-read-parameter
           if ws-parm-found
               move ws-parm-lookup-value to ws-var-file-name
           end-if.

       0060-read-parameter.
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status.

      *> Without dates the report covers the current business date;
      *> one date alone covers that day.
       0100-get-run-parms.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all spaces
               into ws-from-date ws-to-date
           end-unstring

           if ws-from-date = spaces
               call "CALCBDRD" using ws-business-date
                                     ws-bdate-status
               if ws-bdate-unavailable
                   accept ws-from-date from date yyyymmdd
               else
                   move ws-business-date to ws-from-date
               end-if
           end-if
           if ws-to-date = spaces
               move ws-from-date to ws-to-date
           end-if.

       1000-open-report.
           move spaces to ws-rpt-request
           string "CALCVARR." delimited by size
                  ws-from-date delimited by size
                  "." delimited by size
                  ws-to-date delimited by size
                  ".RPT" delimited by size
                  into rpt-file-name
           end-string
           string "DIFERENCIAS " delimited by size
                  ws-from-date delimited by size
                  " A " delimited by size
                  ws-to-date delimited by size
                  into rpt-title
           end-string
           move ws-to-date to rpt-date
           move ws-varr-heading to rpt-heading
           set rpt-action-open to true
           call "CALCRPTW" using ws-rpt-request.

       2000-list-variances.
           sort variance-sort-file
               on ascending key srt-run-id srt-rec-number
               input procedure is 2050-select-variances
               output procedure is 2060-list-sorted.

       2050-select-variances.
           perform 2100-read-variance
           perform until ws-var-file-eof
               if var-date >= ws-from-date
                   and var-date <= ws-to-date
                   release variance-sort-record from variance-record
               end-if
               perform 2100-read-variance
           end-perform.

       2060-list-sorted.
           perform 2150-return-variance
           perform until ws-sort-eof
               perform 2200-list-one-variance
               perform 2150-return-variance
           end-perform

           if ws-group-open
               perform 2400-print-run-total
           end-if.

       2100-read-variance.
           read variance-file
               at end set ws-var-file-eof to true
           end-read.

       2150-return-variance.
           return variance-sort-file into variance-record
               at end set ws-sort-eof to true
           end-return.

       2200-list-one-variance.
           if not ws-group-open
               or var-run-id not = ws-current-run-id
               if ws-group-open
                   perform 2400-print-run-total
               end-if
               perform 2300-start-run-group
           end-if

           move var-rec-number  to ws-vdl-rec-number
           move var-txn-id      to ws-vdl-txn-id
           move var-option      to ws-vdl-option
           move var-num1        to ws-vdl-num1
           move var-num2        to ws-vdl-num2
           move var-result      to ws-vdl-result
           move var-expected    to ws-vdl-expected
           move var-difference  to ws-vdl-difference
           move var-tolerance   to ws-vdl-tolerance
           move ws-var-detail-line to rpt-print-line
           perform 2900-write-detail

           add 1 to ws-group-count
           add 1 to ws-var-count
           add function abs(var-difference) to ws-group-abs-total
           add function abs(var-difference) to ws-var-abs-total

           perform 2500-locate-operator
           if ws-vop-idx > 0
               add 1 to ws-vop-count(ws-vop-idx)
               add function abs(var-difference)
                   to ws-vop-abs-total(ws-vop-idx)
               if ws-vop-last-run(ws-vop-idx) not = var-run-id
                   add 1 to ws-vop-runs(ws-vop-idx)
                   move var-run-id to ws-vop-last-run(ws-vop-idx)
               end-if
           end-if.

       2300-start-run-group.
           set ws-group-open to true
           move var-run-id to ws-current-run-id
           move zero to ws-group-count
           move zero to ws-group-abs-total
           add 1 to ws-run-count

           move var-run-id      to ws-rhl-run-id
           move var-date        to ws-rhl-date
           move var-operator-id to ws-rhl-operator
           move ws-run-header-line to rpt-print-line
           perform 2900-write-detail.

       2400-print-run-total.
           move "Diferencias de la ejecucion:" to ws-gtl-label
           move ws-group-count     to ws-gtl-count
           move ws-group-abs-total to ws-gtl-abs-total
           move ws-group-total-line to rpt-print-line
           perform 2900-write-detail

           move spaces to rpt-print-line
           perform 2900-write-detail.

       2500-locate-operator.
           set ws-entry-not-found to true
           perform varying ws-vop-idx from 1 by 1
                   until ws-vop-idx > ws-vop-used
               if ws-vop-id(ws-vop-idx) = var-operator-id
                   set ws-entry-found to true
                   exit perform
               end-if
           end-perform

           if ws-entry-not-found
               if ws-vop-used < 200
                   add 1 to ws-vop-used
                   move ws-vop-used to ws-vop-idx
                   move var-operator-id to ws-vop-id(ws-vop-idx)
                   move zero to ws-vop-count(ws-vop-idx)
                   move zero to ws-vop-runs(ws-vop-idx)
                   move zero to ws-vop-last-run(ws-vop-idx)
                   move zero to ws-vop-abs-total(ws-vop-idx)
               else
                   add 1 to ws-vop-overflow
                   move zero to ws-vop-idx
               end-if
           end-if.

       2900-write-detail.
           set rpt-action-detail to true
           call "CALCRPTW" using ws-rpt-request.

       3000-print-operator-summary.
           move "RESUMEN POR OPERADOR" to ws-gtl-label
           move ws-vop-used to ws-gtl-count
           move zero to ws-gtl-abs-total
           move spaces to rpt-print-line
           move ws-group-total-line(1:41) to rpt-print-line
           set rpt-action-total to true
           call "CALCRPTW" using ws-rpt-request

           perform varying ws-vop-idx from 1 by 1
                   until ws-vop-idx > ws-vop-used
               move ws-vop-id(ws-vop-idx)        to ws-osl-operator
               move ws-vop-runs(ws-vop-idx)      to ws-osl-runs
               move ws-vop-count(ws-vop-idx)     to ws-osl-count
               move ws-vop-abs-total(ws-vop-idx) to ws-osl-abs-total
               move ws-oper-summary-line to rpt-print-line
               perform 2900-write-detail
           end-perform

           if ws-vop-overflow > 0
               display "Atencion: diferencias fuera de tabla de"
                   " operadores: " ws-vop-overflow
           end-if.

       4000-close-report.
           move "TOTAL DIFERENCIAS EN EL RANGO" to ws-gtl-label
           move ws-var-count     to ws-gtl-count
           move ws-var-abs-total to ws-gtl-abs-total
           move ws-group-total-line to rpt-print-line
           set rpt-action-total to true
           call "CALCRPTW" using ws-rpt-request

           set rpt-action-close to true
           call "CALCRPTW" using ws-rpt-request.
