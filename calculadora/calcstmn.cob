       identification division.
       program-id. CALCSTMN.

       environment division.
       input-output section.
       file-control.
           select standing-file assign to dynamic ws-stnd-file-name
               organization is indexed
               access mode is dynamic
               record key is stnd-id
               file status is ws-stnd-file-status.

       data division.
       file section.
       fd  standing-file.
       01  standing-record.
           copy calcstnd replacing ==:PFX:== by ==STND-==.

       working-storage section.
       01 ws-stnd-file-name          pic x(100) value "CALCSTND.DAT".
       01 ws-stnd-file-status        pic xx.
           88 ws-stnd-file-ok        value "00".
           88 ws-stnd-file-missing   value "35".
           88 ws-stnd-file-eof       value "10".

       01 ws-operator-id             pic x(30) value spaces.
       01 ws-auth-profile.
           copy calcauth replacing ==:PFX:== by ==OPAU-==.
       01 ws-auth-lookup-status      pic x value spaces.
           88 ws-auth-valid          value "V".

       01 ws-owner-id                pic x(30) value spaces.
       01 ws-owner-name              pic x(30) value spaces.
       01 ws-oper-lookup-status      pic x     value spaces.
           88 ws-owner-valid         value "V".
           88 ws-owner-inactive      value "I".
           88 ws-owner-unknown       value "N".
       01 ws-owner-profile.
           copy calcauth replacing ==:PFX:== by ==OWNA-==.
       01 ws-owner-auth-status       pic x value spaces.
           88 ws-owner-auth-valid    value "V".

       01 ws-today                   pic x(8) value spaces.

       01 ws-menu-option             pic 9 value zero.
       01 ws-done-flag               pic x value "N".
           88 ws-maint-done          value "Y".

       01 ws-input-id                pic x(8)   value spaces.
       01 ws-input-owner             pic x(8)   value spaces.
       01 ws-input-desc              pic x(30)  value spaces.
      *> The amounts and option are kept as keyed and only moved to
      *> the order once 1500-validate-order has checked them.
       01 ws-num-input               pic x(12)  value spaces.
       01 ws-num1-input              pic x(12)  value spaces.
       01 ws-num2-input              pic x(12)  value spaces.
       01 ws-opt-input               pic x      value spaces.
       01 ws-num-value               pic s9(5)V9(2) value zero.
       01 ws-num-flag                pic x value "Y".
           88 ws-num-valid           value "Y".
           88 ws-num-invalid         value "N".
       01 ws-input-freq              pic x      value spaces.
       01 ws-input-day               pic x(2)   value spaces.
       01 ws-input-date              pic x(8)   value spaces.
       01 ws-date-num                pic 9(8)   value zero.

       01 ws-valid-flag              pic x value "Y".
           88 ws-order-valid         value "Y".
           88 ws-order-invalid       value "N".

       01 ws-num1-disp               pic -(5)9.99.
       01 ws-num2-disp               pic -(5)9.99.

      *> Same limit and default as CALCULADORA applies to option 3.
       01 ws-max-mult-operand        pic s9(5)V9(2) value 03162.00.
       01 ws-parm-lookup-name        pic x(20)  value spaces.
       01 ws-parm-lookup-date        pic x(8)   value spaces.
       01 ws-parm-lookup-value       pic x(100) value spaces.
       01 ws-parm-lookup-status      pic x      value spaces.
           88 ws-parm-found          value "V".

       procedure division.
       0000-main-process.
           display "-----------------------------"
           display "  CALCSTMN - ORDENES FIJAS   "
           display "-----------------------------"

           perform 0100-identify-operator
           accept ws-today from date yyyymmdd
           perform 0150-load-parameters

           perform 0200-open-standing-file

           perform until ws-maint-done
               perform 0300-show-menu
               evaluate ws-menu-option
                   when 1 perform 1000-add-order
                   when 2 perform 2000-change-order
                   when 3 perform 3000-deactivate-order
                   when 4 perform 4000-reactivate-order
                   when 5 perform 5000-list-orders
                   when 0 set ws-maint-done to true
                   when other display "Opcion no valida"
               end-evaluate
           end-perform

           close standing-file

           stop run.

       0100-identify-operator.
           call "HELLO" using ws-operator-id
           if ws-operator-id = spaces
               display "Acceso denegado: operador no identificado"
               stop run
           end-if

           call "CALCOPAU" using ws-operator-id
                                 ws-auth-profile
                                 ws-auth-lookup-status
           if not ws-auth-valid or not opau-maint-allowed
               display "Operador sin permiso para CALCSTMN: "
                   ws-operator-id
               stop run
           end-if.

       0150-load-parameters.
           move "MAX-MULT-OPERAND" to ws-parm-lookup-name
           move ws-today to ws-parm-lookup-date
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status
           if ws-parm-found
               move function numval(ws-parm-lookup-value)
                   to ws-max-mult-operand
           end-if.

       0200-open-standing-file.
           open i-o standing-file
           if ws-stnd-file-missing
               open output standing-file
               close standing-file
               open i-o standing-file
           end-if
           if not ws-stnd-file-ok
               display "No se pudo abrir el maestro de ordenes fijas: "
                   ws-stnd-file-name
               stop run
           end-if.

       0300-show-menu.
           display " "
           display "1. Alta de orden fija"
           display "2. Modificar orden fija"
           display "3. Desactivar orden fija"
           display "4. Reactivar orden fija"
           display "5. Listar ordenes fijas"
           display "0. Salir"
           accept ws-menu-option.

       0400-accept-order-id.
           display "ID de orden: "
           accept ws-input-id
           move function upper-case(ws-input-id) to ws-input-id.

       0500-read-order.
           move ws-input-id to stnd-id
           read standing-file
               key is stnd-id
               invalid key
                   display "No existe la orden " ws-input-id
           end-read.

       0600-show-order.
           move stnd-num1 to ws-num1-disp
           move stnd-num2 to ws-num2-disp
           display "Orden " stnd-id " - " stnd-description
           display "  Titular: " stnd-owner-id
               "  num1: " ws-num1-disp "  num2: " ws-num2-disp
               "  op: " stnd-option
           display "  Frecuencia: " stnd-frequency " " stnd-freq-day
               "  desde " stnd-start-date " hasta " stnd-end-date
               "  estado " stnd-active-flag
           display "  Ultima generacion: " stnd-last-gen-date.

       1000-add-order.
           perform 0400-accept-order-id
           if ws-input-id = spaces
               display "El ID es obligatorio"
               exit paragraph
           end-if

           initialize standing-record
           move ws-input-id to stnd-id
           move spaces to stnd-end-date
           move spaces to stnd-last-gen-date
           move zero to stnd-last-gen-pass

           display "Operador titular: "
           accept ws-input-owner
           move function upper-case(ws-input-owner) to stnd-owner-id
           display "Descripcion: "
           accept ws-input-desc
           move ws-input-desc to stnd-description

           display "num1: "
           accept ws-num1-input
           display "num2: "
           accept ws-num2-input
           display "Opcion (1-8): "
           accept ws-opt-input

           perform 1100-accept-schedule

           display "Fecha de inicio (YYYYMMDD, blanco = hoy): "
           accept ws-input-date
           if ws-input-date = spaces
               move ws-today to stnd-start-date
           else
               move ws-input-date to stnd-start-date
           end-if
           display "Fecha de fin (YYYYMMDD, blanco = sin fin): "
           accept ws-input-date
           move ws-input-date to stnd-end-date

           set stnd-active to true
           perform 1500-validate-order
           if ws-order-invalid
               display "Orden no dada de alta"
               exit paragraph
           end-if

           move ws-today to stnd-upd-date
           move ws-operator-id to stnd-upd-operator
           write standing-record
               invalid key
                   display "Ya existe la orden " ws-input-id
               not invalid key
                   display "Orden " ws-input-id " dada de alta"
           end-write.

       1100-accept-schedule.
           display "Frecuencia (D diaria, S semanal, M fin de mes,"
               " F dia fijo del mes): "
           accept ws-input-freq
           move function upper-case(ws-input-freq) to stnd-frequency
           move zero to stnd-freq-day
           evaluate true
               when stnd-weekly
                   display "Dia de la semana (1 lunes .. 7 domingo): "
                   accept ws-input-day
                   move function numval(ws-input-day) to stnd-freq-day
               when stnd-day-of-month
                   display "Dia del mes (1-31): "
                   accept ws-input-day
                   move function numval(ws-input-day) to stnd-freq-day
           end-evaluate.

      *> Checks the order in STANDING-RECORD together with the keyed
      *> WS-NUM1-INPUT, WS-NUM2-INPUT and WS-OPT-INPUT, which are moved
      *> into the order only when they are valid. The owner must be
      *> allowed to run batch and be authorised for the option, since
      *> CALCULADORA runs the generated items under the owner's profile.
       1500-validate-order.
           set ws-order-valid to true

           if ws-opt-input is numeric
               move ws-opt-input to stnd-option
           else
               move zero to stnd-option
           end-if

           move ws-num1-input to ws-num-input
           perform 1700-check-number
           if ws-num-valid
               move ws-num-value to stnd-num1
           else
               display "num1 no valido: " ws-num1-input
               set ws-order-invalid to true
           end-if
           move ws-num2-input to ws-num-input
           perform 1700-check-number
           if ws-num-valid
               move ws-num-value to stnd-num2
           else
               display "num2 no valido: " ws-num2-input
               set ws-order-invalid to true
           end-if

           move stnd-owner-id to ws-owner-id
           call "CALCOPCK" using ws-owner-id
                                 ws-owner-name
                                 ws-oper-lookup-status
           evaluate true
               when ws-owner-valid
                   continue
               when ws-owner-inactive
                   display "Operador titular inactivo: " stnd-owner-id
                   set ws-order-invalid to true
               when ws-owner-unknown
                   display "Operador titular no existe: " stnd-owner-id
                   set ws-order-invalid to true
               when other
                   display "Maestro de operadores no disponible"
                   set ws-order-invalid to true
           end-evaluate

           if stnd-option < 1 or stnd-option > 8
               display "Opcion no valida: " ws-opt-input
               set ws-order-invalid to true
           else
               if stnd-option = 3
                   and (function abs(stnd-num1)
                            > ws-max-mult-operand
                        or function abs(stnd-num2)
                            > ws-max-mult-operand)
                   display "Numeros demasiado grandes para multiplicar"
                   set ws-order-invalid to true
               end-if
           end-if

           if ws-owner-valid
               call "CALCOPAU" using ws-owner-id
                                     ws-owner-profile
                                     ws-owner-auth-status
               evaluate true
                   when not ws-owner-auth-valid
                       display "Perfil del titular no disponible: "
                           stnd-owner-id
                       set ws-order-invalid to true
                   when not owna-batch-allowed
                       display "Titular sin permiso de proceso batch: "
                           stnd-owner-id
                       set ws-order-invalid to true
                   when stnd-option >= 1 and stnd-option <= 8
                       and owna-auth-op(stnd-option) not = "Y"
                       display "Titular no autorizado para la opcion "
                           stnd-option ": " stnd-owner-id
                       set ws-order-invalid to true
               end-evaluate
           end-if

           evaluate true
               when stnd-daily
               when stnd-month-end
                   move zero to stnd-freq-day
               when stnd-weekly
                   if stnd-freq-day < 1 or stnd-freq-day > 7
                       display "Dia de la semana no valido"
                       set ws-order-invalid to true
                   end-if
               when stnd-day-of-month
                   if stnd-freq-day < 1 or stnd-freq-day > 31
                       display "Dia del mes no valido"
                       set ws-order-invalid to true
                   end-if
               when other
                   display "Frecuencia no valida: " stnd-frequency
                   set ws-order-invalid to true
           end-evaluate

           move stnd-start-date to ws-input-date
           perform 1600-check-date
           if ws-input-date not = spaces
               and stnd-end-date not = spaces
               move stnd-end-date to ws-input-date
               perform 1600-check-date
               if ws-input-date not = spaces
                   and stnd-end-date < stnd-start-date
                   display "La fecha de fin es anterior al inicio"
                   set ws-order-invalid to true
               end-if
           end-if.

      *> Leaves WS-INPUT-DATE blank when the date is not valid.
       1600-check-date.
           if ws-input-date is not numeric
               display "Fecha no valida: " ws-input-date
               set ws-order-invalid to true
               move spaces to ws-input-date
               exit paragraph
           end-if
           move ws-input-date to ws-date-num
           if function test-date-yyyymmdd(ws-date-num) not = zero
               display "Fecha no valida: " ws-input-date
               set ws-order-invalid to true
               move spaces to ws-input-date
           end-if.

      *> Converts WS-NUM-INPUT into WS-NUM-VALUE; the amount must be a
      *> number that fits s9(5)V9(2), as in the transaction file.
       1700-check-number.
           set ws-num-valid to true
           move zero to ws-num-value
           if ws-num-input = spaces
               or function test-numval(ws-num-input) not = zero
               set ws-num-invalid to true
               exit paragraph
           end-if
           compute ws-num-value = function numval(ws-num-input)
               on size error
                   set ws-num-invalid to true
           end-compute.

       2000-change-order.
           perform 0400-accept-order-id
           perform 0500-read-order
           if not ws-stnd-file-ok
               exit paragraph
           end-if
           perform 0600-show-order

           display "Nuevo titular (blanco = sin cambio): "
           accept ws-input-owner
           if ws-input-owner not = spaces
               move function upper-case(ws-input-owner)
                   to stnd-owner-id
           end-if
           display "Nueva descripcion (blanco = sin cambio): "
           accept ws-input-desc
           if ws-input-desc not = spaces
               move ws-input-desc to stnd-description
           end-if
           display "Nuevo num1 (blanco = sin cambio): "
           accept ws-num1-input
           if ws-num1-input = spaces
               move ws-num1-disp to ws-num1-input
           end-if
           display "Nuevo num2 (blanco = sin cambio): "
           accept ws-num2-input
           if ws-num2-input = spaces
               move ws-num2-disp to ws-num2-input
           end-if
           display "Nueva opcion (blanco = sin cambio): "
           accept ws-opt-input
           if ws-opt-input = space
               move stnd-option to ws-opt-input
           end-if

           display "Cambiar frecuencia (S/N): "
           accept ws-input-freq
           if function upper-case(ws-input-freq) = "S"
               perform 1100-accept-schedule
           end-if

           display "Nueva fecha de inicio (blanco = sin cambio): "
           accept ws-input-date
           if ws-input-date not = spaces
               move ws-input-date to stnd-start-date
           end-if
           display "Nueva fecha de fin (blanco = sin cambio,"
               " N = sin fin): "
           accept ws-input-date
           evaluate true
               when ws-input-date = spaces
                   continue
               when function upper-case(ws-input-date) = "N"
                   move spaces to stnd-end-date
               when other
                   move ws-input-date to stnd-end-date
           end-evaluate

           perform 1500-validate-order
           if ws-order-invalid
               display "Orden no modificada"
               exit paragraph
           end-if

           move ws-today to stnd-upd-date
           move ws-operator-id to stnd-upd-operator
           rewrite standing-record
           display "Orden " ws-input-id " modificada".

       3000-deactivate-order.
           perform 0400-accept-order-id
           perform 0500-read-order
           if not ws-stnd-file-ok
               exit paragraph
           end-if

           set stnd-inactive to true
           move ws-today to stnd-upd-date
           move ws-operator-id to stnd-upd-operator
           rewrite standing-record
           display "Orden " ws-input-id " desactivada".

       4000-reactivate-order.
           perform 0400-accept-order-id
           perform 0500-read-order
           if not ws-stnd-file-ok
               exit paragraph
           end-if

           set stnd-active to true
           move ws-today to stnd-upd-date
           move ws-operator-id to stnd-upd-operator
           rewrite standing-record
           display "Orden " ws-input-id " reactivada".

       5000-list-orders.
           move low-values to stnd-id
           start standing-file key is not less than stnd-id
               invalid key
                   display "Maestro de ordenes fijas vacio"
                   exit paragraph
           end-start

           perform 5100-read-next-order
           perform until ws-stnd-file-eof
               perform 0600-show-order
               perform 5100-read-next-order
           end-perform

           move "00" to ws-stnd-file-status.

       5100-read-next-order.
           read standing-file next record
               at end set ws-stnd-file-eof to true
           end-read.
