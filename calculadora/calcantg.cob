       identification division.
       program-id. CALCANTG.

       environment division.
       input-output section.
       file-control.
           select exceptions-file assign to dynamic ws-exc-file-name
               organization is line sequential
               file status is ws-exc-file-status.

           select operator-file assign to dynamic ws-oper-file-name
               organization is indexed
               access mode is dynamic
               record key is oper-id
               file status is ws-oper-file-status.

       data division.
       file section.
       fd  exceptions-file.
       01  exception-record.
           copy calcexcr replacing ==:PFX:== by ==EXC-==.

       fd  operator-file.
       01  operator-record.
           copy calcoper replacing ==:PFX:== by ==OPER-==.

       working-storage section.
       01 ws-exc-file-name           pic x(100) value "CALCEXC.DAT".
       01 ws-exc-file-status         pic xx.
           88 ws-exc-file-ok         value "00".
           88 ws-exc-file-eof        value "10".

       01 ws-oper-file-name          pic x(100) value "CALCOPER.DAT".
       01 ws-oper-file-status        pic xx.
           88 ws-oper-file-ok        value "00".
           88 ws-oper-file-eof       value "10".

       01 ws-parm-lookup-name        pic x(20)  value spaces.
       01 ws-parm-lookup-date        pic x(8)   value spaces.
       01 ws-parm-lookup-value       pic x(100) value spaces.
       01 ws-parm-lookup-status      pic x      value spaces.
           88 ws-parm-found          value "V".

       01 ws-business-date           pic x(8) value spaces.
       01 ws-bdate-status            pic x    value space.
           88 ws-bdate-unavailable   value "E".

      *> Business days an exception may stay outstanding before it
      *> goes on the supervisor escalation listing (parameter
      *> EXC-ESCALATE-DAYS).
       01 ws-escalate-days           pic 9(3) value 5.

       01 ws-dias-request.
           copy calcbday replacing ==:PFX:== by ==DIAS-==.
       01 ws-age-days                pic 9(5) value zero.
       01 ws-bucket                  pic 9 value zero.

      *> Operator to department, loaded once from CALCOPER.DAT.
       01 ws-dop-used                pic 9(4) value zero.
       01 ws-dop-idx                 pic 9(4) value zero.
       01 ws-dop-table.
           05 ws-dop-entry occurs 1000 times.
               10 ws-dop-id          pic x(30).
               10 ws-dop-dept        pic x(12).
       01 ws-no-dept                 pic x(12) value "SIN DEPTO".
       01 ws-exc-dept                pic x(12) value spaces.

       01 ws-agt-used                pic 9(3) value zero.
       01 ws-agt-overflow            pic 9(7) value zero.
       01 ws-agt-idx                 pic 9(3) value zero.
       01 ws-agt-table.
           05 ws-agt-entry occurs 300 times.
               10 ws-agt-oper        pic x(30).
               10 ws-agt-dept        pic x(12).
               10 ws-agt-bucket      pic 9(7) occurs 4 times.
               10 ws-agt-escalated   pic 9(7).

       01 ws-dpl-used                pic 9(3) value zero.
       01 ws-dpl-idx                 pic 9(3) value zero.
       01 ws-dpl-table.
           05 ws-dpl-dept            pic x(12) occurs 300 times.

       01 ws-found-flag              pic x value "N".
           88 ws-entry-found         value "Y".
           88 ws-entry-not-found     value "N".

       01 ws-sub                     pic 9 value zero.
       01 ws-outstanding-count       pic 9(7) value zero.
       01 ws-escalated-count         pic 9(7) value zero.
       01 ws-bad-date-count          pic 9(7) value zero.
       01 ws-total-bucket            pic 9(7) occurs 4 times.
       01 ws-sub-bucket              pic 9(7) occurs 4 times.
       01 ws-sub-escalated           pic 9(7) value zero.

       01 ws-rpt-request.
           copy calcrpt replacing ==:PFX:== by ==RPT-==.

       01 ws-aging-heading.
           05 filler                 pic x(13) value "DEPARTAMENTO".
           05 filler                 pic x(11) value "OPERADOR".
           05 filler                 pic x(9)  value "   0-1 d".
           05 filler                 pic x(9)  value "   2-3 d".
           05 filler                 pic x(9)  value "   4-5 d".
           05 filler                 pic x(9)  value "    >5 d".
           05 filler                 pic x(9)  value "    TOTAL".
           05 filler                 pic x(10) value "  ESCALAD.".

       01 ws-aging-line.
           05 ws-agl-dept            pic x(12).
           05 filler                 pic x(1) value spaces.
           05 ws-agl-oper            pic x(10).
           05 filler                 pic x(1) value spaces.
           05 ws-agl-bucket          pic z(8)9 occurs 4 times.
           05 ws-agl-total           pic z(8)9.
           05 filler                 pic x(1) value spaces.
           05 ws-agl-escalated       pic z(8)9.

       01 ws-escl-heading.
           05 filler                 pic x(9)  value "FECHA".
           05 filler                 pic x(6)  value " DIAS".
           05 filler                 pic x(11) value "OPERADOR".
           05 filler                 pic x(13) value "DEPARTAMENTO".
           05 filler                 pic x(5)  value "COD".
           05 filler                 pic x(11) value "      NUM1".
           05 filler                 pic x(11) value "      NUM2".
           05 filler                 pic x(3)  value "OP".
           05 filler                 pic x(6)  value "MOTIVO".

       01 ws-escl-line.
           05 ws-esl-date            pic x(8).
           05 filler                 pic x(1) value spaces.
           05 ws-esl-days            pic z(4)9.
           05 filler                 pic x(1) value spaces.
           05 ws-esl-oper            pic x(10).
           05 filler                 pic x(1) value spaces.
           05 ws-esl-dept            pic x(12).
           05 filler                 pic x(1) value spaces.
           05 ws-esl-code            pic x(4).
           05 filler                 pic x(1) value spaces.
           05 ws-esl-num1            pic -(5)9.99.
           05 filler                 pic x(1) value spaces.
           05 ws-esl-num2            pic -(5)9.99.
           05 filler                 pic x(1) value spaces.
           05 ws-esl-option          pic 9.
           05 filler                 pic x(2) value spaces.
           05 ws-esl-reason          pic x(48).

       01 ws-count-line.
           05 ws-cl-label            pic x(40).
           05 ws-cl-count            pic z(6)9.

       procedure division.
       0000-main-process.
           call "CALCBDRD" using ws-business-date
                                 ws-bdate-status
           if ws-bdate-unavailable
               display "No se pudo leer la fecha de negocio"
               move 8 to return-code
               stop run
           end-if

           perform 0050-load-parameters

           display "-------------------------------------"
           display "  CALCANTG - ANTIGUEDAD DE EXCEPCIONES"
           display "-------------------------------------"
           display "Fecha de negocio:    " ws-business-date
           display "Escalado a partir de " ws-escalate-days
               " dias habiles"

           perform 0300-load-departments
           perform 1000-age-exceptions
           perform 2000-print-aging-report
           perform 3000-print-escalation-listing

           display "Excepciones pendientes: " ws-outstanding-count
           display "Escaladas:              " ws-escalated-count
           if ws-bad-date-count > 0
               display "Con fecha no valida:    " ws-bad-date-count
           end-if
           if ws-agt-overflow > 0
               display "Atencion: excepciones fuera de tabla: "
                   ws-agt-overflow
           end-if

           if ws-escalated-count > 0
               or ws-bad-date-count > 0
               or ws-agt-overflow > 0
               move 4 to return-code
           end-if

           stop run.

       0050-load-parameters.
           accept ws-parm-lookup-date from date yyyymmdd
           move "EXC-FILE-NAME" to ws-parm-lookup-name
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status
           if ws-parm-found
               move ws-parm-lookup-value to ws-exc-file-name
           end-if

           move "EXC-ESCALATE-DAYS" to ws-parm-lookup-name
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status
           if ws-parm-found
               move function numval(ws-parm-lookup-value)
                   to ws-escalate-days
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
                   end-if
                   perform 0350-read-next-operator
               end-perform
           end-if

           close operator-file.

       0350-read-next-operator.
           read operator-file next record
               at end set ws-oper-file-eof to true
           end-read.

       0400-read-exception.
           read exceptions-file
               at end set ws-exc-file-eof to true
           end-read.

      *> Age in business days from the day the exception was raised
      *> to the current business date; an exception raised today is
      *> 0 days old. Buckets: 1 = 0-1, 2 = 2-3, 3 = 4-5, 4 = over 5.
       0500-compute-age.
           set dias-count-days to true
           move exc-date to dias-from-date
           move ws-business-date to dias-to-date
           call "CALCDIAS" using ws-dias-request
           move dias-days to ws-age-days

           evaluate true
               when ws-age-days <= 1 move 1 to ws-bucket
               when ws-age-days <= 3 move 2 to ws-bucket
               when ws-age-days <= 5 move 3 to ws-bucket
               when other            move 4 to ws-bucket
           end-evaluate.

       0600-find-department.
           move ws-no-dept to ws-exc-dept
           perform varying ws-dop-idx from 1 by 1
                   until ws-dop-idx > ws-dop-used
               if ws-dop-id(ws-dop-idx) = exc-operator-id
                   move ws-dop-dept(ws-dop-idx) to ws-exc-dept
                   exit perform
               end-if
           end-perform
           if ws-exc-dept = spaces
               move ws-no-dept to ws-exc-dept
           end-if.

       1000-age-exceptions.
           open input exceptions-file
           if not ws-exc-file-ok
               display "No se pudo abrir el fichero de excepciones: "
                   ws-exc-file-name
               move 8 to return-code
               stop run
           end-if

           perform 0400-read-exception
           perform until ws-exc-file-eof
               if not exc-resubmitted
                   perform 1100-age-exception
               end-if
               perform 0400-read-exception
           end-perform

           close exceptions-file.

       1100-age-exception.
           perform 0500-compute-age
           if dias-invalid
               add 1 to ws-bad-date-count
               exit paragraph
           end-if

           add 1 to ws-outstanding-count
           add 1 to ws-total-bucket(ws-bucket)
           if ws-age-days > ws-escalate-days
               add 1 to ws-escalated-count
           end-if

           perform 0600-find-department
           perform 1200-locate-operator
           if ws-agt-idx = zero
               exit paragraph
           end-if

           add 1 to ws-agt-bucket(ws-agt-idx, ws-bucket)
           if ws-age-days > ws-escalate-days
               add 1 to ws-agt-escalated(ws-agt-idx)
           end-if.

       1200-locate-operator.
           set ws-entry-not-found to true
           perform varying ws-agt-idx from 1 by 1
                   until ws-agt-idx > ws-agt-used
               if ws-agt-oper(ws-agt-idx) = exc-operator-id
                   set ws-entry-found to true
                   exit perform
               end-if
           end-perform

           if ws-entry-found
               exit paragraph
           end-if

           if ws-agt-used >= 300
               add 1 to ws-agt-overflow
               move zero to ws-agt-idx
               exit paragraph
           end-if

           add 1 to ws-agt-used
           move ws-agt-used to ws-agt-idx
           initialize ws-agt-entry(ws-agt-idx)
           move exc-operator-id to ws-agt-oper(ws-agt-idx)
           move ws-exc-dept to ws-agt-dept(ws-agt-idx)

           set ws-entry-not-found to true
           perform varying ws-dpl-idx from 1 by 1
                   until ws-dpl-idx > ws-dpl-used
               if ws-dpl-dept(ws-dpl-idx) = ws-exc-dept
                   set ws-entry-found to true
                   exit perform
               end-if
           end-perform
           if ws-entry-not-found
               add 1 to ws-dpl-used
               move ws-exc-dept to ws-dpl-dept(ws-dpl-used)
           end-if.

       2000-print-aging-report.
           string "CALCANTG." delimited by size
                  ws-business-date delimited by size
                  ".RPT" delimited by size
                  into rpt-file-name
           end-string
           move "ANTIGUEDAD DE EXCEPCIONES PENDIENTES" to rpt-title
           move ws-business-date to rpt-date
           move ws-aging-heading to rpt-heading
           set rpt-action-open to true
           call "CALCRPTW" using ws-rpt-request

           perform varying ws-dpl-idx from 1 by 1
                   until ws-dpl-idx > ws-dpl-used
               perform 2100-print-department
           end-perform

           move spaces to ws-aging-line
           move "TOTAL" to ws-agl-dept
           perform varying ws-sub from 1 by 1 until ws-sub > 4
               move ws-total-bucket(ws-sub) to ws-agl-bucket(ws-sub)
           end-perform
           move ws-outstanding-count to ws-agl-total
           move ws-escalated-count to ws-agl-escalated
           move ws-aging-line to rpt-print-line
           set rpt-action-total to true
           call "CALCRPTW" using ws-rpt-request

           if ws-bad-date-count > 0
               move "EXCEPCIONES CON FECHA NO VALIDA" to ws-cl-label
               move ws-bad-date-count to ws-cl-count
               move ws-count-line to rpt-print-line
               perform 2900-write-detail
           end-if

           set rpt-action-close to true
           call "CALCRPTW" using ws-rpt-request

           display "Informe escrito en: " rpt-file-name.

       2100-print-department.
           perform varying ws-sub from 1 by 1 until ws-sub > 4
               move zero to ws-sub-bucket(ws-sub)
           end-perform
           move zero to ws-sub-escalated

           perform varying ws-agt-idx from 1 by 1
                   until ws-agt-idx > ws-agt-used
               if ws-agt-dept(ws-agt-idx) = ws-dpl-dept(ws-dpl-idx)
                   perform 2200-print-operator
               end-if
           end-perform

           move spaces to ws-aging-line
           move ws-dpl-dept(ws-dpl-idx) to ws-agl-dept
           move "SUBTOTAL" to ws-agl-oper
           perform varying ws-sub from 1 by 1 until ws-sub > 4
               move ws-sub-bucket(ws-sub) to ws-agl-bucket(ws-sub)
           end-perform
           compute ws-agl-total = ws-sub-bucket(1) + ws-sub-bucket(2)
                                + ws-sub-bucket(3) + ws-sub-bucket(4)
           move ws-sub-escalated to ws-agl-escalated
           move ws-aging-line to rpt-print-line
           perform 2900-write-detail

           move spaces to rpt-print-line
           perform 2900-write-detail.

       2200-print-operator.
           move spaces to ws-aging-line
           move ws-agt-dept(ws-agt-idx) to ws-agl-dept
           move ws-agt-oper(ws-agt-idx) to ws-agl-oper
           perform varying ws-sub from 1 by 1 until ws-sub > 4
               move ws-agt-bucket(ws-agt-idx, ws-sub)
                   to ws-agl-bucket(ws-sub)
               add ws-agt-bucket(ws-agt-idx, ws-sub)
                   to ws-sub-bucket(ws-sub)
           end-perform
           compute ws-agl-total = ws-agt-bucket(ws-agt-idx, 1)
                                + ws-agt-bucket(ws-agt-idx, 2)
                                + ws-agt-bucket(ws-agt-idx, 3)
                                + ws-agt-bucket(ws-agt-idx, 4)
           move ws-agt-escalated(ws-agt-idx) to ws-agl-escalated
           add ws-agt-escalated(ws-agt-idx) to ws-sub-escalated
           move ws-aging-line to rpt-print-line
           perform 2900-write-detail.

       2900-write-detail.
           set rpt-action-detail to true
           call "CALCRPTW" using ws-rpt-request.

      *> Second pass over CALCEXC.DAT: one line per exception older
      *> than the escalation limit, for the supervisors.
       3000-print-escalation-listing.
           move spaces to rpt-file-name
           string "CALCESCL." delimited by size
                  ws-business-date delimited by size
                  ".RPT" delimited by size
                  into rpt-file-name
           end-string
           move "EXCEPCIONES ESCALADAS A SUPERVISION" to rpt-title
           move ws-business-date to rpt-date
           move ws-escl-heading to rpt-heading
           set rpt-action-open to true
           call "CALCRPTW" using ws-rpt-request

           open input exceptions-file
           if ws-exc-file-ok
               move "00" to ws-exc-file-status
               perform 0400-read-exception
               perform until ws-exc-file-eof
                   if not exc-resubmitted
                       perform 3100-check-escalated
                   end-if
                   perform 0400-read-exception
               end-perform
               close exceptions-file
           end-if

           move "TOTAL ESCALADAS" to ws-cl-label
           move ws-escalated-count to ws-cl-count
           move ws-count-line to rpt-print-line
           set rpt-action-total to true
           call "CALCRPTW" using ws-rpt-request

           set rpt-action-close to true
           call "CALCRPTW" using ws-rpt-request

           display "Listado de escalado en: " rpt-file-name.

       3100-check-escalated.
           perform 0500-compute-age
           if dias-invalid
               or ws-age-days <= ws-escalate-days
               exit paragraph
           end-if

           perform 0600-find-department
           move exc-date        to ws-esl-date
           move ws-age-days     to ws-esl-days
           move exc-operator-id to ws-esl-oper
           move ws-exc-dept     to ws-esl-dept
           move exc-code        to ws-esl-code
           move exc-num1        to ws-esl-num1
           move exc-num2        to ws-esl-num2
           move exc-option      to ws-esl-option
           move exc-reason      to ws-esl-reason
           move ws-escl-line to rpt-print-line
           perform 2900-write-detail.
