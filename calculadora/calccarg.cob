       identification division.
       program-id. CALCCARG.

       environment division.
       input-output section.
       file-control.
           select csv-file assign to dynamic ws-csv-file-name
               organization is line sequential
               file status is ws-csv-file-status.

           select transaction-file assign to dynamic ws-trans-file-name
               organization is line sequential
               file status is ws-trans-file-status.

       data division.
       file section.
       fd  csv-file.
       01  csv-record                pic x(200).

       fd  transaction-file.
       01  transaction-record.
           copy calcfldn replacing ==:PFX:== by ==TRANS-==.
       01  trans-control-record      pic x(80).

       working-storage section.
       01 ws-csv-file-name           pic x(100) value spaces.
       01 ws-csv-file-status         pic xx.
           88 ws-csv-file-ok         value "00".
           88 ws-csv-file-eof        value "10".

       01 ws-trans-file-name         pic x(100) value spaces.
       01 ws-trans-file-status       pic xx.
           88 ws-trans-file-ok       value "00".

       01 ws-command-line            pic x(200) value spaces.
       01 ws-parm-input              pic x(100) value spaces.
       01 ws-parm-output             pic x(100) value spaces.

       01 ws-business-date           pic x(8) value spaces.
       01 ws-bdate-status            pic x    value space.
           88 ws-bdate-unavailable   value "E".

      *> Departments export either semicolon-separated files, where
      *> the decimal separator may be a comma, or comma-separated
      *> files, where it must be a point. The first line decides.
       01 ws-delimiter               pic x value ",".
       01 ws-delimiter-flag          pic x value "N".
           88 ws-delimiter-known     value "Y".
       01 ws-semicolon-count         pic 9(3) value zero.

       01 ws-line-number             pic 9(7) value zero.
       01 ws-field-count             pic 9(3) value zero.
       01 ws-fld-operator            pic x(40) value spaces.
       01 ws-fld-num1                pic x(40) value spaces.
       01 ws-fld-num2                pic x(40) value spaces.
       01 ws-fld-option              pic x(40) value spaces.
       01 ws-fld-expected            pic x(40) value spaces.
       01 ws-fld-extra               pic x(40) value spaces.

       01 ws-num-field               pic x(40) value spaces.
       01 ws-num-value               pic s9(9)V9(6) value zero.
       01 ws-num-cents               pic s9(11)V9(4) value zero.
       01 ws-num-ok-flag             pic x value "N".
           88 ws-num-ok              value "Y".
       01 ws-max-operand             pic s9(5)V9(2) value 99999.99.
       01 ws-max-expected            pic s9(7)V9(2) value 9999999.99.
       01 ws-amount-limit            pic s9(7)V9(2) value zero.
       01 ws-amount-range            pic x(30) value spaces.
       01 ws-amount-error            pic x(30) value spaces.

       01 ws-line-valid-flag         pic x value "Y".
           88 ws-line-valid          value "Y".
           88 ws-line-invalid        value "N".
       01 ws-reject-reason           pic x(40) value spaces.

       01 ws-operator-id             pic x(30) value spaces.
       01 ws-operator-name           pic x(30) value spaces.
       01 ws-oper-lookup-status      pic x     value spaces.
           88 ws-operator-valid      value "V".
           88 ws-operator-inactive   value "I".
           88 ws-operator-unknown    value "N".

       01 ws-num1-value              pic s9(5)V9(2) value zero.
       01 ws-num2-value              pic s9(5)V9(2) value zero.
       01 ws-option-value            pic 9 value zero.
       01 ws-expected-value          pic s9(7)V9(2) value zero.
       01 ws-expected-flag           pic x value "N".
           88 ws-expected-given      value "Y".

       01 ws-accepted-count          pic 9(7) value zero.
       01 ws-rejected-count          pic 9(7) value zero.
       01 ws-num1-total              pic s9(12)V9(2) value zero.
       01 ws-num2-total              pic s9(12)V9(2) value zero.
       01 ws-count-disp              pic 9(7).
       01 ws-num1-total-disp         pic -(12)9.99.
       01 ws-num2-total-disp         pic -(12)9.99.
       01 ws-ctl-line                pic x(80) value spaces.

       01 ws-rpt-request.
           copy calcrpt replacing ==:PFX:== by ==RPT-==.

       01 ws-rej-heading.
           05 filler                 pic x(9)  value "LINEA".
           05 filler                 pic x(41) value "MOTIVO".
           05 filler                 pic x(50) value "CONTENIDO".

       01 ws-rej-detail-line.
           05 ws-rdl-line            pic z(6)9.
           05 filler                 pic x(2) value spaces.
           05 ws-rdl-reason          pic x(40).
           05 filler                 pic x(1) value spaces.
           05 ws-rdl-text            pic x(70).

       01 ws-rej-count-line.
           05 ws-rcl-label           pic x(34).
           05 ws-rcl-count           pic z(6)9.

       procedure division.
       0000-main-process.
           perform 0100-get-run-parms

           display "-------------------------------------"
           display "  CALCCARG - CARGA DE FICHEROS CSV  "
           display "-------------------------------------"
           display "Fichero recibido:  " ws-csv-file-name
           display "Fichero generado:  " ws-trans-file-name

           open input csv-file
           if not ws-csv-file-ok
               display "No se pudo abrir el fichero recibido: "
                   ws-csv-file-name
               move 8 to return-code
               stop run
           end-if

           open output transaction-file
           if not ws-trans-file-ok
               display "No se pudo crear el fichero de transacciones: "
                   ws-trans-file-name
               close csv-file
               move 8 to return-code
               stop run
           end-if

           perform 0200-open-reject-report
           perform 1000-write-header

           perform 2100-read-csv
           perform until ws-csv-file-eof
               add 1 to ws-line-number
               if csv-record not = spaces
                   perform 2000-process-line
               end-if
               perform 2100-read-csv
           end-perform

           perform 4000-write-trailer

           close csv-file
           close transaction-file

           perform 5000-close-reject-report

           display "Lineas leidas:     " ws-line-number
           display "Aceptadas:         " ws-accepted-count
           display "Rechazadas:        " ws-rejected-count

           if ws-rejected-count > 0
               display "Revisar los rechazos en: " rpt-file-name
               move 4 to return-code
           end-if

           stop run.

      *> First parameter is the received file; the second, if given,
      *> names the generated transaction file, otherwise it is the
      *> received name with .TRN appended.
       0100-get-run-parms.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all spaces
               into ws-parm-input ws-parm-output
           end-unstring

           if ws-parm-input = spaces
               display "Uso: CALCCARG fichero-recibido"
                   " [fichero-transacciones]"
               move 8 to return-code
               stop run
           end-if
           move ws-parm-input to ws-csv-file-name

           if ws-parm-output not = spaces
               move ws-parm-output to ws-trans-file-name
           else
               string ws-csv-file-name delimited by space
                      ".TRN" delimited by size
                      into ws-trans-file-name
               end-string
           end-if

           call "CALCBDRD" using ws-business-date
                                 ws-bdate-status
           if ws-bdate-unavailable
               accept ws-business-date from date yyyymmdd
           end-if.

       0200-open-reject-report.
           string ws-trans-file-name delimited by space
                  ".RPT" delimited by size
                  into rpt-file-name
           end-string
           move "RECHAZOS DE CARGA CSV" to rpt-title
           move ws-business-date to rpt-date
           move ws-rej-heading to rpt-heading
           set rpt-action-open to true
           call "CALCRPTW" using ws-rpt-request

           move spaces to rpt-print-line
           string "Fichero recibido: " delimited by size
                  ws-csv-file-name delimited by space
                  into rpt-print-line
           end-string
           perform 3500-write-detail.

      *> The generated file carries the same control header and
      *> trailer as any incoming transaction file, so CALCULADORA's
      *> pre-posting verification accepts it as it stands.
       1000-write-header.
           move spaces to ws-ctl-line
           string "H;" delimited by size
                  ws-business-date delimited by size
                  ";CALCCARG" delimited by size
                  into ws-ctl-line
           end-string
           write trans-control-record from ws-ctl-line.

       2000-process-line.
           if not ws-delimiter-known
               perform 2050-detect-delimiter
           end-if

           set ws-line-valid to true
           move spaces to ws-reject-reason
           perform 2200-split-line

      *> A spreadsheet export normally starts with a column heading
      *> line; only the first line is ever treated as one, and only
      *> when none of its number columns holds a number. A bad first
      *> data line is validated and rejected like any other.
           if ws-line-number = 1
               and function test-numval(ws-fld-num1) not = 0
               and function test-numval(ws-fld-num2) not = 0
               and function test-numval(ws-fld-option) not = 0
               display "Linea 1 tomada como cabecera de columnas"
               exit paragraph
           end-if

           perform 2300-validate-line

           if ws-line-valid
               perform 2800-write-transaction
           else
               perform 3000-write-reject
           end-if.

       2050-detect-delimiter.
           move zero to ws-semicolon-count
           inspect csv-record tallying ws-semicolon-count
               for all ";"
           if ws-semicolon-count > 0
               move ";" to ws-delimiter
           else
               move "," to ws-delimiter
           end-if
           set ws-delimiter-known to true.

       2100-read-csv.
           read csv-file
               at end set ws-csv-file-eof to true
           end-read.

       2200-split-line.
           move zero   to ws-field-count
           move spaces to ws-fld-operator ws-fld-num1 ws-fld-num2
                          ws-fld-option ws-fld-expected ws-fld-extra
           inspect csv-record replacing all '"' by space
           unstring csv-record delimited by ws-delimiter
               into ws-fld-operator ws-fld-num1 ws-fld-num2
                    ws-fld-option ws-fld-expected ws-fld-extra
               tallying in ws-field-count
           end-unstring

           if ws-delimiter = ";"
               inspect ws-fld-num1 replacing all "," by "."
               inspect ws-fld-num2 replacing all "," by "."
               inspect ws-fld-expected replacing all "," by "."
           end-if.

      *> Checks run in the order a clerk would fix them; the first
      *> failure is the reason reported for the line.
       2300-validate-line.
      *> The fifth field, the result the department expects, is
      *> optional and may be left empty. A trailing separator after
      *> the last field is tolerated, as spreadsheet exports often
      *> add one.
           if not (ws-field-count = 4
                   or ws-field-count = 5
                   or (ws-field-count = 6 and ws-fld-extra = spaces))
               move "Numero de campos distinto de 4 o 5"
                   to ws-reject-reason
               set ws-line-invalid to true
               exit paragraph
           end-if

           move ws-max-operand to ws-amount-limit
           move "fuera de rango (+/-99999.99)" to ws-amount-range

           move ws-fld-num1 to ws-num-field
           perform 2400-check-amount
           if not ws-num-ok
               string "NUM1 " delimited by size
                      ws-amount-error delimited by size
                      into ws-reject-reason
               end-string
               exit paragraph
           end-if
           move ws-num-value to ws-num1-value

           move ws-fld-num2 to ws-num-field
           perform 2400-check-amount
           if not ws-num-ok
               string "NUM2 " delimited by size
                      ws-amount-error delimited by size
                      into ws-reject-reason
               end-string
               exit paragraph
           end-if
           move ws-num-value to ws-num2-value

           move function trim(ws-fld-option) to ws-fld-option
           if ws-fld-option(2:) not = spaces
               or ws-fld-option(1:1) < "1"
               or ws-fld-option(1:1) > "8"
               move "Operacion no valida (debe ser 1 a 8)"
                   to ws-reject-reason
               set ws-line-invalid to true
               exit paragraph
           end-if
           move ws-fld-option(1:1) to ws-option-value

           move "N" to ws-expected-flag
           if ws-fld-expected not = spaces
               move ws-max-expected to ws-amount-limit
               move "fuera de rango (+/-9999999.99)"
                   to ws-amount-range
               move ws-fld-expected to ws-num-field
               perform 2400-check-amount
               if not ws-num-ok
                   string "Esperado " delimited by size
                          ws-amount-error delimited by size
                          into ws-reject-reason
                   end-string
                   exit paragraph
               end-if
               move ws-num-value to ws-expected-value
               set ws-expected-given to true
           end-if

           perform 2500-check-operator.

      *> Numeric, within the range of the transaction record field
      *> (s9(5)V9(2) operands, s9(7)V9(2) expected result), and with
      *> no more than two decimals (nothing may be lost when the
      *> value is moved into the record).
       2400-check-amount.
           move "N" to ws-num-ok-flag
           move spaces to ws-amount-error
           set ws-line-invalid to true

           if ws-num-field = spaces
               or function test-numval(ws-num-field) not = 0
               move "no numerico" to ws-amount-error
               exit paragraph
           end-if

           compute ws-num-value = function numval(ws-num-field)
               on size error
                   move ws-amount-range to ws-amount-error
                   exit paragraph
           end-compute
           if function abs(ws-num-value) > ws-amount-limit
               move ws-amount-range to ws-amount-error
               exit paragraph
           end-if

           compute ws-num-cents = ws-num-value * 100
           if ws-num-cents not = function integer-part(ws-num-cents)
               move "con mas de 2 decimales" to ws-amount-error
               exit paragraph
           end-if

           set ws-line-valid to true
           set ws-num-ok to true.

       2500-check-operator.
           move function upper-case(function trim(ws-fld-operator))
               to ws-operator-id
           if ws-operator-id = spaces
               move "Operador en blanco" to ws-reject-reason
               set ws-line-invalid to true
               exit paragraph
           end-if

           call "CALCOPCK" using ws-operator-id
                                 ws-operator-name
                                 ws-oper-lookup-status
           evaluate true
               when ws-operator-valid
                   continue
               when ws-operator-inactive
                   move "Operador inactivo" to ws-reject-reason
                   set ws-line-invalid to true
               when ws-operator-unknown
                   move "Operador no existe en CALCOPER"
                       to ws-reject-reason
                   set ws-line-invalid to true
               when other
                   move "Maestro de operadores no disponible"
                       to ws-reject-reason
                   set ws-line-invalid to true
           end-evaluate.

       2800-write-transaction.
           move ws-num1-value   to trans-num1
           move ws-num2-value   to trans-num2
           move ws-option-value to trans-option
           if ws-expected-given
               move ws-expected-value to trans-expected
           else
               move spaces to trans-expected-x
           end-if
           write transaction-record

           add 1 to ws-accepted-count
           add ws-num1-value to ws-num1-total
           add ws-num2-value to ws-num2-total.

       3000-write-reject.
           add 1 to ws-rejected-count
           move ws-line-number      to ws-rdl-line
           move ws-reject-reason    to ws-rdl-reason
           move csv-record(1:70)    to ws-rdl-text
           move ws-rej-detail-line  to rpt-print-line
           perform 3500-write-detail.

       3500-write-detail.
           set rpt-action-detail to true
           call "CALCRPTW" using ws-rpt-request.

       4000-write-trailer.
           move ws-accepted-count to ws-count-disp
           move ws-num1-total     to ws-num1-total-disp
           move ws-num2-total     to ws-num2-total-disp

           move spaces to ws-ctl-line
           string "T;" delimited by size
                  ws-count-disp delimited by size
                  ";" delimited by size
                  ws-num1-total-disp delimited by size
                  ";" delimited by size
                  ws-num2-total-disp delimited by size
                  into ws-ctl-line
           end-string
           write trans-control-record from ws-ctl-line.

       5000-close-reject-report.
           move "LINEAS ACEPTADAS" to ws-rcl-label
           move ws-accepted-count to ws-rcl-count
           move ws-rej-count-line to rpt-print-line
           set rpt-action-total to true
           call "CALCRPTW" using ws-rpt-request

           move "LINEAS RECHAZADAS" to ws-rcl-label
           move ws-rejected-count to ws-rcl-count
           move ws-rej-count-line to rpt-print-line
           perform 3500-write-detail

           set rpt-action-close to true
           call "CALCRPTW" using ws-rpt-request.
