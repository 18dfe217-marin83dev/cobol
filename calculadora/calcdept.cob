       identification division.
       program-id. CALCDEPT.

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

           select history-file assign to dynamic ws-history-file-name
               organization is indexed
               access mode is dynamic
               record key is hist-txn-id
               alternate record key is hist-date
                   with duplicates
               file status is ws-history-file-status.

           select operator-file assign to dynamic ws-oper-file-name
               organization is indexed
               access mode is dynamic
               record key is oper-id
               file status is ws-oper-file-status.

           select csv-file assign to dynamic ws-csv-file-name
               organization is line sequential
               file status is ws-csv-file-status.

       data division.
       file section.
       fd  ledger-file.
       01  ledger-record.
           copy calcledg replacing ==:PFX:== by ==LEDG-==.

       fd  history-file.
       01  history-record.
           copy calcledg replacing ==:PFX:== by ==HIST-==.

       fd  operator-file.
       01  operator-record.
           copy calcoper replacing ==:PFX:== by ==OPER-==.

       fd  csv-file.
       01  csv-record                pic x(400).

       working-storage section.
       01 ws-ledger-file-name        pic x(100) value "CALCLEDG.DAT".
       01 ws-ledger-file-status      pic xx.
           88 ws-ledger-file-ok      value "00".
           88 ws-ledger-file-eof     value "10".

       01 ws-history-file-name       pic x(100) value spaces.
       01 ws-history-file-status     pic xx.
           88 ws-history-file-ok     value "00".
           88 ws-history-file-eof    value "10".
           88 ws-history-file-oldfmt value "39".

       01 ws-oper-file-name          pic x(100) value "CALCOPER.DAT".
       01 ws-oper-file-status        pic xx.
           88 ws-oper-file-ok        value "00".
           88 ws-oper-file-eof       value "10".

       01 ws-csv-file-name           pic x(100) value spaces.
       01 ws-csv-file-status         pic xx.
           88 ws-csv-file-ok         value "00".

       01 ws-command-line            pic x(200) value spaces.
       01 ws-from-month              pic x(6)   value spaces.
       01 ws-to-month                pic x(6)   value spaces.
       01 ws-from-date               pic x(8)   value spaces.
       01 ws-to-date                 pic x(8)   value spaces.
       01 ws-today                   pic x(8)   value spaces.

       01 ws-parm-lookup-name        pic x(20)  value spaces.
       01 ws-parm-lookup-date        pic x(8)   value spaces.
       01 ws-parm-lookup-value       pic x(100) value spaces.
       01 ws-parm-lookup-status      pic x      value spaces.
           88 ws-parm-found          value "V".

      *> Reject percentage above which a department-month is flagged
      *> (parameter DEPT-REJECT-LIMIT).
       01 ws-reject-limit            pic 9(3)V9 value 10.0.

       01 ws-search-month.
           05 ws-sm-year             pic 9(4).
           05 ws-sm-month            pic 9(2).

      *> Operator to department, loaded once from CALCOPER.DAT.
       01 ws-dop-used                pic 9(4) value zero.
       01 ws-dop-overflow            pic 9(5) value zero.
       01 ws-dop-idx                 pic 9(4) value zero.
       01 ws-dop-table.
           05 ws-dop-entry occurs 1000 times.
               10 ws-dop-id          pic x(30).
               10 ws-dop-dept        pic x(12).
       01 ws-no-dept                 pic x(12) value "SIN DEPTO".

      *> Months of the report, oldest first.
       01 ws-mon-used                pic 9(2) value zero.
       01 ws-mon-idx                 pic 9(2) value zero.
       01 ws-mon-table.
           05 ws-mon-month           pic x(6) occurs 24 times.

       01 ws-dpt-used                pic 9(2) value zero.
       01 ws-dpt-overflow            pic 9(7) value zero.
       01 ws-dpt-idx                 pic 9(2) value zero.
       01 ws-dpt-table.
           05 ws-dpt-entry occurs 50 times.
               10 ws-dpt-name        pic x(12).
               10 ws-dpt-cell occurs 24 times.
                   15 ws-dpt-count       pic 9(7).
                   15 ws-dpt-ok          pic 9(7).
                   15 ws-dpt-rej         pic 9(7).
                   15 ws-dpt-op-sum      pic s9(12)V9(2)
                                         occurs 8 times.
                   15 ws-dpt-code-count  pic 9(7) occurs 9 times.

       01 ws-code-sub                pic 9 value zero.
       01 ws-op-sub                  pic 9 value zero.
       01 ws-op-label                pic x(12).
       01 ws-found-flag              pic x value "N".
           88 ws-entry-found         value "Y".
           88 ws-entry-not-found     value "N".

      *> The record being accumulated, from the ledger or a history
      *> file.
       01 ws-acc-record.
           copy calcledg replacing ==:PFX:== by ==ACC-==.
       01 ws-acc-dept                pic x(12) value spaces.

       01 ws-records-read            pic 9(9) value zero.
       01 ws-reversals-netted        pic 9(7) value zero.

       01 ws-rate                    pic 9(3)V9 value zero.
       01 ws-prev-rate               pic 9(3)V9 value zero.
       01 ws-rate-delta              pic s9(3)V9 value zero.
       01 ws-vol-delta               pic s9(5)V9 value zero.
       01 ws-have-prev-flag          pic x value "N".
           88 ws-have-prev           value "Y".
       01 ws-prev-count              pic 9(7) value zero.
       01 ws-flag-text               pic x(8) value spaces.
       01 ws-flagged-count           pic 9(5) value zero.

       01 ws-rpt-request.
           copy calcrpt replacing ==:PFX:== by ==RPT-==.

       01 ws-dept-heading.
           05 filler                 pic x(8)  value "MES".
           05 filler                 pic x(9)  value "    TOTAL".
           05 filler                 pic x(9)  value "       OK".
           05 filler                 pic x(9)  value "  RECHAZ.".
           05 filler                 pic x(8)  value "  TASA %".
           05 filler                 pic x(10) value "  VAR.VOL%".
           05 filler                 pic x(10) value " VAR.TASA".
           05 filler                 pic x(8)  value "  ALERTA".

       01 ws-dept-header-line.
           05 filler                 pic x(14) value "Departamento: ".
           05 ws-dhl-dept            pic x(12).

       01 ws-dept-month-line.
           05 ws-dml-month           pic x(6).
           05 filler                 pic x(2) value spaces.
           05 ws-dml-count           pic z(8)9.
           05 ws-dml-ok              pic z(8)9.
           05 ws-dml-rej             pic z(8)9.
           05 filler                 pic x(2) value spaces.
           05 ws-dml-rate            pic zz9.9.
           05 filler                 pic x(1) value spaces.
           05 ws-dml-vol-delta       pic x(9).
           05 filler                 pic x(1) value spaces.
           05 ws-dml-rate-delta      pic x(9).
           05 filler                 pic x(2) value spaces.
           05 ws-dml-flag            pic x(8).

       01 ws-vol-delta-disp          pic -(4)9.9.
       01 ws-rate-delta-disp         pic -(3)9.9.

       01 ws-dept-amount-line.
           05 filler                 pic x(10) value spaces.
           05 ws-dal-label           pic x(12).
           05 ws-dal-amount          pic -(12)9.99.

       01 ws-dept-code-line.
           05 filler                 pic x(10) value spaces.
           05 ws-dcl-text            pic x(110).

       01 ws-code-disp               pic z(5)9.
       01 ws-limit-disp              pic zz9.9.
       01 ws-code-label              pic x(9).

       01 ws-dept-count-line.
           05 ws-dtl-label           pic x(40).
           05 ws-dtl-count           pic z(8)9.

       01 ws-csv-line                pic x(400).
       01 ws-csv-pointer             pic 9(3) value 1.
       01 ws-csv-count-disp          pic 9(7).
       01 ws-csv-rate-disp           pic 9(3).9.
       01 ws-csv-delta-disp          pic -9(5).9.
       01 ws-csv-amount-disp         pic -9(12).99.

       procedure division.
       0000-main-process.
           perform 0100-get-run-parms
           perform 0150-load-parameters

           display "-------------------------------------"
           display "  CALCDEPT - TENDENCIA POR DEPARTAMENTO"
           display "-------------------------------------"
           display "Desde: " ws-from-month "  Hasta: " ws-to-month

           perform 0200-build-month-table
           perform 0300-load-departments

           perform 1000-accumulate-ledger

           move ws-from-month to ws-search-month
           perform until ws-search-month > ws-today(1:6)
               perform 1500-accumulate-history
               perform 0400-next-month
           end-perform

           perform 2000-print-report
           perform 3000-write-csv

           display "Registros leidos:      " ws-records-read
           display "Departamentos:         " ws-dpt-used
           display "Meses sobre el limite: " ws-flagged-count
           if ws-dpt-overflow > 0 or ws-dop-overflow > 0
               display "Atencion: registros fuera de tabla: "
                   ws-dpt-overflow " / " ws-dop-overflow
               move 4 to return-code
           end-if

           stop run.

       0100-get-run-parms.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all spaces
               into ws-from-month ws-to-month
           end-unstring

           if ws-from-month = spaces
               display "Uso: CALCDEPT mes-desde (YYYYMM)"
                   " [mes-hasta]"
               move 8 to return-code
               stop run
           end-if
           if ws-to-month = spaces
               move ws-from-month to ws-to-month
           end-if
           if ws-to-month < ws-from-month
               display "El mes hasta es anterior al mes desde"
               move 8 to return-code
               stop run
           end-if

           string ws-from-month delimited by size
                  "01" delimited by size
                  into ws-from-date
           end-string
           string ws-to-month delimited by size
                  "31" delimited by size
                  into ws-to-date
           end-string

           accept ws-today from date yyyymmdd.

       0150-load-parameters.
           move ws-today to ws-parm-lookup-date
           move "DEPT-REJECT-LIMIT" to ws-parm-lookup-name
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status
           if ws-parm-found
               move function numval(ws-parm-lookup-value)
                   to ws-reject-limit
           end-if.

       0200-build-month-table.
           move ws-from-month to ws-search-month
           perform until ws-search-month > ws-to-month
               if ws-mon-used < 24
                   add 1 to ws-mon-used
                   move ws-search-month to ws-mon-month(ws-mon-used)
               end-if
               perform 0400-next-month
           end-perform

           if ws-search-month <= ws-to-month
               or ws-mon-month(ws-mon-used) not = ws-to-month
               display "El informe cubre como maximo 24 meses"
               move 8 to return-code
               stop run
           end-if.

       0300-load-departments.
           open input operator-file
           if not ws-oper-file-ok
               display "Atencion: sin maestro de operadores ("
                   ws-oper-file-name ") - todo en " ws-no-dept
               exit paragraph
           end-if

           move low-values to oper-id
           start operator-file key is not less than oper-id
               invalid key
                   set ws-oper-file-eof to true
           end-start

           if not ws-oper-file-eof
               perform 0350-read-next-operator
               perform until ws-oper-file-eof
                   if ws-dop-used < 1000
                       add 1 to ws-dop-used
                       move oper-id   to ws-dop-id(ws-dop-used)
                       move oper-dept to ws-dop-dept(ws-dop-used)
                   else
                       add 1 to ws-dop-overflow
                   end-if
                   perform 0350-read-next-operator
               end-perform
           end-if

           close operator-file.

       0350-read-next-operator.
           read operator-file next record
               at end set ws-oper-file-eof to true
           end-read.

       0400-next-month.
           if ws-sm-month = 12
               move 1 to ws-sm-month
               add 1 to ws-sm-year
           else
               add 1 to ws-sm-month
           end-if.

       0500-set-history-file-name.
           move spaces to ws-history-file-name
           string "CALCHIST." delimited by size
                  ws-search-month delimited by size
                  ".DAT" delimited by size
                  into ws-history-file-name
           end-string.

       1000-accumulate-ledger.
           open input ledger-file
           if not ws-ledger-file-ok
               display "No se pudo abrir el ledger: "
                   ws-ledger-file-name
               exit paragraph
           end-if

           move ws-from-date to ledg-date
           start ledger-file key is not less than ledg-date
               invalid key
                   set ws-ledger-file-eof to true
           end-start

           if not ws-ledger-file-eof
               perform 1100-read-next-ledger
               perform until ws-ledger-file-eof
                       or ledg-date > ws-to-date
                   move ledger-record to ws-acc-record
                   perform 1800-accumulate-record
                   perform 1100-read-next-ledger
               end-perform
           end-if

           close ledger-file.

       1100-read-next-ledger.
           read ledger-file next record
               at end set ws-ledger-file-eof to true
           end-read.

      *> CALCARCH names each history file after the archive CUTOFF
      *> month, so CALCHIST.YYYYMM.DAT holds records dated BEFORE
      *> YYYYMM. Records of the requested months can therefore sit in
      *> any file from the from-month up to the current month; every
      *> one of those is opened and filtered by date inside.
       1500-accumulate-history.
           perform 0500-set-history-file-name
           open input history-file
           if not ws-history-file-ok
               if ws-history-file-oldfmt
                   display "Historico en formato antiguo (no"
                       " leido): " ws-history-file-name(1:30)
                   display "Convertirlo con CALCCONV"
               end-if
               exit paragraph
           end-if

           move ws-from-date to hist-date
           start history-file key is not less than hist-date
               invalid key
                   set ws-history-file-eof to true
           end-start

           if not ws-history-file-eof
               perform 1600-read-next-history
               perform until ws-history-file-eof
                       or hist-date > ws-to-date
                   move history-record to ws-acc-record
                   perform 1800-accumulate-record
                   perform 1600-read-next-history
               end-perform
           end-if

           close history-file.

       1600-read-next-history.
           read history-file next record
               at end set ws-history-file-eof to true
           end-read.

      *> Reversing entries are not transactions of the department and
      *> are left out of every count; their negated result is added
      *> to the operation totals of the month they posted in, so the
      *> amounts shown are net of reversals.
       1800-accumulate-record.
           add 1 to ws-records-read

           perform 1850-locate-month
           if ws-mon-idx = zero
               exit paragraph
           end-if
           perform 1900-locate-department
           if ws-dpt-idx = zero
               exit paragraph
           end-if

           if acc-reversal
               add 1 to ws-reversals-netted
               if acc-option >= 1 and acc-option <= 8
                   add acc-result
                       to ws-dpt-op-sum(ws-dpt-idx, ws-mon-idx,
                                        acc-option)
               end-if
               exit paragraph
           end-if

           add 1 to ws-dpt-count(ws-dpt-idx, ws-mon-idx)
           if acc-status = "OK"
               add 1 to ws-dpt-ok(ws-dpt-idx, ws-mon-idx)
               if acc-option >= 1 and acc-option <= 8
                   add acc-result
                       to ws-dpt-op-sum(ws-dpt-idx, ws-mon-idx,
                                        acc-option)
               end-if
           else
               add 1 to ws-dpt-rej(ws-dpt-idx, ws-mon-idx)
               evaluate acc-code
                   when "E001" move 1 to ws-code-sub
                   when "E002" move 2 to ws-code-sub
                   when "E003" move 3 to ws-code-sub
                   when "E004" move 4 to ws-code-sub
                   when "E005" move 5 to ws-code-sub
                   when "E006" move 6 to ws-code-sub
                   when "E007" move 7 to ws-code-sub
                   when "E008" move 8 to ws-code-sub
                   when other  move 9 to ws-code-sub
               end-evaluate
               add 1 to ws-dpt-code-count(ws-dpt-idx, ws-mon-idx,
                                          ws-code-sub)
           end-if.

       1850-locate-month.
           move zero to ws-mon-idx
           perform varying ws-mon-idx from 1 by 1
                   until ws-mon-idx > ws-mon-used
               if ws-mon-month(ws-mon-idx) = acc-date(1:6)
                   exit perform
               end-if
           end-perform
           if ws-mon-idx > ws-mon-used
               move zero to ws-mon-idx
           end-if.

       1900-locate-department.
           move ws-no-dept to ws-acc-dept
           perform varying ws-dop-idx from 1 by 1
                   until ws-dop-idx > ws-dop-used
               if ws-dop-id(ws-dop-idx) = acc-operator-id
                   move ws-dop-dept(ws-dop-idx) to ws-acc-dept
                   exit perform
               end-if
           end-perform
           if ws-acc-dept = spaces
               move ws-no-dept to ws-acc-dept
           end-if

           set ws-entry-not-found to true
           perform varying ws-dpt-idx from 1 by 1
                   until ws-dpt-idx > ws-dpt-used
               if ws-dpt-name(ws-dpt-idx) = ws-acc-dept
                   set ws-entry-found to true
                   exit perform
               end-if
           end-perform

           if ws-entry-not-found
               if ws-dpt-used < 50
                   add 1 to ws-dpt-used
                   move ws-dpt-used to ws-dpt-idx
                   initialize ws-dpt-entry(ws-dpt-idx)
                   move ws-acc-dept to ws-dpt-name(ws-dpt-idx)
               else
                   add 1 to ws-dpt-overflow
                   move zero to ws-dpt-idx
               end-if
           end-if.

       2000-print-report.
           string "CALCDEPT." delimited by size
                  ws-from-month delimited by size
                  "." delimited by size
                  ws-to-month delimited by size
                  ".RPT" delimited by size
                  into rpt-file-name
           end-string
           string "DEPARTAMENTOS " delimited by size
                  ws-from-month delimited by size
                  " A " delimited by size
                  ws-to-month delimited by size
                  into rpt-title
           end-string
           move ws-today to rpt-date
           move ws-dept-heading to rpt-heading
           set rpt-action-open to true
           call "CALCRPTW" using ws-rpt-request

           perform varying ws-dpt-idx from 1 by 1
                   until ws-dpt-idx > ws-dpt-used
               perform 2100-print-department
           end-perform

           move "REGISTROS LEIDOS (LEDGER E HISTORICO)" to ws-dtl-label
           move ws-records-read to ws-dtl-count
           move ws-dept-count-line to rpt-print-line
           set rpt-action-total to true
           call "CALCRPTW" using ws-rpt-request

           move "ANULACIONES NETEADAS EN IMPORTES" to ws-dtl-label
           move ws-reversals-netted to ws-dtl-count
           move ws-dept-count-line to rpt-print-line
           perform 2900-write-detail

           move spaces to ws-dtl-label
           move ws-reject-limit to ws-limit-disp
           string "MESES CON TASA DE RECHAZO > " delimited by size
                  function trim(ws-limit-disp) delimited by size
                  "%" delimited by size
                  into ws-dtl-label
           end-string
           move ws-flagged-count to ws-dtl-count
           move ws-dept-count-line to rpt-print-line
           perform 2900-write-detail

           set rpt-action-close to true
           call "CALCRPTW" using ws-rpt-request

           display "Informe escrito en: " rpt-file-name.

       2100-print-department.
           move ws-dpt-name(ws-dpt-idx) to ws-dhl-dept
           move ws-dept-header-line to rpt-print-line
           perform 2900-write-detail

           move "N" to ws-have-prev-flag
           perform varying ws-mon-idx from 1 by 1
                   until ws-mon-idx > ws-mon-used
               perform 2200-print-month
           end-perform

           move spaces to rpt-print-line
           perform 2900-write-detail.

       2200-print-month.
           perform 2500-compute-month-figures

           move ws-mon-month(ws-mon-idx) to ws-dml-month
           move ws-dpt-count(ws-dpt-idx, ws-mon-idx) to ws-dml-count
           move ws-dpt-ok(ws-dpt-idx, ws-mon-idx)    to ws-dml-ok
           move ws-dpt-rej(ws-dpt-idx, ws-mon-idx)   to ws-dml-rej
           move ws-rate to ws-dml-rate
           move ws-flag-text to ws-dml-flag
           if ws-flag-text not = spaces
               add 1 to ws-flagged-count
           end-if
           if ws-have-prev
               move ws-vol-delta to ws-vol-delta-disp
               move ws-vol-delta-disp to ws-dml-vol-delta
               move ws-rate-delta to ws-rate-delta-disp
               move ws-rate-delta-disp to ws-dml-rate-delta
           else
               move spaces to ws-dml-vol-delta
               move spaces to ws-dml-rate-delta
           end-if
           move ws-dept-month-line to rpt-print-line
           perform 2900-write-detail

           perform varying ws-op-sub from 1 by 1 until ws-op-sub > 8
               if ws-dpt-op-sum(ws-dpt-idx, ws-mon-idx, ws-op-sub)
                   not = zero
                   perform 2600-set-op-label
                   move ws-op-label to ws-dal-label
                   move ws-dpt-op-sum(ws-dpt-idx, ws-mon-idx,
                                      ws-op-sub) to ws-dal-amount
                   move ws-dept-amount-line to rpt-print-line
                   perform 2900-write-detail
               end-if
           end-perform

           if ws-dpt-rej(ws-dpt-idx, ws-mon-idx) > 0
               perform 2700-print-code-line
           end-if

           move ws-dpt-count(ws-dpt-idx, ws-mon-idx) to ws-prev-count
           move ws-rate to ws-prev-rate
           set ws-have-prev to true.

      *> Reject rate of the month, and its change against the month
      *> before in the report (volume as a percentage, rate in
      *> points). A month with no prior volume shows no change.
       2500-compute-month-figures.
           move zero to ws-rate
           if ws-dpt-count(ws-dpt-idx, ws-mon-idx) > 0
               compute ws-rate rounded =
                   ws-dpt-rej(ws-dpt-idx, ws-mon-idx) * 100
                   / ws-dpt-count(ws-dpt-idx, ws-mon-idx)
           end-if

           move spaces to ws-flag-text
           if ws-rate > ws-reject-limit
               move "*LIMITE" to ws-flag-text
           end-if

           move zero to ws-vol-delta
           move zero to ws-rate-delta
           if ws-have-prev
               if ws-prev-count > 0
                   compute ws-vol-delta rounded =
                       (ws-dpt-count(ws-dpt-idx, ws-mon-idx)
                        - ws-prev-count) * 100 / ws-prev-count
               end-if
               compute ws-rate-delta = ws-rate - ws-prev-rate
           end-if.

       2600-set-op-label.
           evaluate ws-op-sub
               when 1 move "Sumar"       to ws-op-label
               when 2 move "Restar"      to ws-op-label
               when 3 move "Multiplicar" to ws-op-label
               when 4 move "Dividir"     to ws-op-label
               when 5 move "Potencia"    to ws-op-label
               when 6 move "Raiz cuad."  to ws-op-label
               when 7 move "Porcentaje"  to ws-op-label
               when 8 move "Div. entera" to ws-op-label
           end-evaluate.

       2650-set-code-label.
           evaluate ws-code-sub
               when 1 move "E001"      to ws-code-label
               when 2 move "E002"      to ws-code-label
               when 3 move "DIV-ZERO"  to ws-code-label
               when 4 move "E004"      to ws-code-label
               when 5 move "OVERFLOW"  to ws-code-label
               when 6 move "E006"      to ws-code-label
               when 7 move "E007"      to ws-code-label
               when 8 move "E008"      to ws-code-label
               when 9 move "OTROS"     to ws-code-label
           end-evaluate.

       2700-print-code-line.
           move spaces to ws-dcl-text
           move 1 to ws-csv-pointer
           string "Rechazos:" delimited by size
                  into ws-dcl-text
                  with pointer ws-csv-pointer
           end-string
           perform varying ws-code-sub from 1 by 1
                   until ws-code-sub > 9
               if ws-dpt-code-count(ws-dpt-idx, ws-mon-idx,
                                    ws-code-sub) > 0
                   perform 2650-set-code-label
                   move ws-dpt-code-count(ws-dpt-idx, ws-mon-idx,
                                          ws-code-sub) to ws-code-disp
                   string " " delimited by size
                          ws-code-label delimited by space
                          "=" delimited by size
                          function trim(ws-code-disp) delimited by size
                          into ws-dcl-text
                          with pointer ws-csv-pointer
                   end-string
               end-if
           end-perform
           move ws-dept-code-line to rpt-print-line
           perform 2900-write-detail.

       2900-write-detail.
           set rpt-action-detail to true
           call "CALCRPTW" using ws-rpt-request.

      *> Same figures, one row per department and month, for the
      *> managers' spreadsheet.
       3000-write-csv.
           string "CALCDEPT." delimited by size
                  ws-from-month delimited by size
                  "." delimited by size
                  ws-to-month delimited by size
                  ".CSV" delimited by size
                  into ws-csv-file-name
           end-string

           open output csv-file
           if not ws-csv-file-ok
               display "No se pudo crear el fichero CSV: "
                   ws-csv-file-name
               move 8 to return-code
               exit paragraph
           end-if

           move spaces to ws-csv-line
           string "DEPARTAMENTO;MES;TOTAL;OK;RECHAZADOS;TASA_RECHAZO;"
                      delimited by size
                  "VAR_VOLUMEN;VAR_TASA;SUMAR;RESTAR;MULTIPLICAR;"
                      delimited by size
                  "DIVIDIR;POTENCIA;RAIZ;PORCENTAJE;DIV_ENTERA;"
                      delimited by size
                  "E001;E002;DIV_ZERO;E004;OVERFLOW;E006;E007;E008;"
                      delimited by size
                  "OTROS;ALERTA" delimited by size
                  into ws-csv-line
           end-string
           write csv-record from ws-csv-line

           perform varying ws-dpt-idx from 1 by 1
                   until ws-dpt-idx > ws-dpt-used
               move "N" to ws-have-prev-flag
               perform varying ws-mon-idx from 1 by 1
                       until ws-mon-idx > ws-mon-used
                   perform 3100-write-csv-row
               end-perform
           end-perform

           close csv-file

           display "CSV escrito en: " ws-csv-file-name.

       3100-write-csv-row.
           perform 2500-compute-month-figures

           move spaces to ws-csv-line
           move 1 to ws-csv-pointer
           string function trim(ws-dpt-name(ws-dpt-idx))
                      delimited by size
                  ";" delimited by size
                  ws-mon-month(ws-mon-idx) delimited by size
                  ";" delimited by size
                  into ws-csv-line
                  with pointer ws-csv-pointer
           end-string

           move ws-dpt-count(ws-dpt-idx, ws-mon-idx)
               to ws-csv-count-disp
           perform 3200-append-count
           move ws-dpt-ok(ws-dpt-idx, ws-mon-idx) to ws-csv-count-disp
           perform 3200-append-count
           move ws-dpt-rej(ws-dpt-idx, ws-mon-idx) to ws-csv-count-disp
           perform 3200-append-count

           move ws-rate to ws-csv-rate-disp
           string ws-csv-rate-disp delimited by size
                  ";" delimited by size
                  into ws-csv-line
                  with pointer ws-csv-pointer
           end-string

           if ws-have-prev
               move ws-vol-delta to ws-csv-delta-disp
               string ws-csv-delta-disp delimited by size
                      ";" delimited by size
                      into ws-csv-line
                      with pointer ws-csv-pointer
               end-string
               move ws-rate-delta to ws-csv-delta-disp
               string ws-csv-delta-disp delimited by size
                      ";" delimited by size
                      into ws-csv-line
                      with pointer ws-csv-pointer
               end-string
           else
               string ";;" delimited by size
                      into ws-csv-line
                      with pointer ws-csv-pointer
               end-string
           end-if

           perform varying ws-op-sub from 1 by 1 until ws-op-sub > 8
               move ws-dpt-op-sum(ws-dpt-idx, ws-mon-idx, ws-op-sub)
                   to ws-csv-amount-disp
               string ws-csv-amount-disp delimited by size
                      ";" delimited by size
                      into ws-csv-line
                      with pointer ws-csv-pointer
               end-string
           end-perform

           perform varying ws-code-sub from 1 by 1
                   until ws-code-sub > 9
               move ws-dpt-code-count(ws-dpt-idx, ws-mon-idx,
                                      ws-code-sub) to ws-csv-count-disp
               perform 3200-append-count
           end-perform

           string ws-flag-text delimited by space
                  into ws-csv-line
                  with pointer ws-csv-pointer
           end-string

           write csv-record from ws-csv-line

           move ws-dpt-count(ws-dpt-idx, ws-mon-idx) to ws-prev-count
           move ws-rate to ws-prev-rate
           set ws-have-prev to true.

       3200-append-count.
           string ws-csv-count-disp delimited by size
                  ";" delimited by size
                  into ws-csv-line
                  with pointer ws-csv-pointer
           end-string.
