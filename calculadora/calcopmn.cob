               record key is oper-id
               file status is ws-oper-file-status.

           select journal-file assign to dynamic ws-jrnl-file-name
               organization is line sequential
               file status is ws-jrnl-file-status.

       data division.
       file section.
       fd  operator-file.
       01  operator-record.
           copy calcoper replacing ==:PFX:== by ==OPER-==.

       fd  journal-file.
       01  journal-record.
           copy calcjrnl replacing ==:PFX:== by ==JRN-==.

       working-storage section.
       01 ws-oper-file-name          pic x(100) value "CALCOPER.DAT".
       01 ws-oper-file-status        pic xx.
           88 ws-oper-file-missing   value "35".
           88 ws-oper-file-eof       value "10".

      *> Every change to the operator master is journalled with its
      *> before and after image; without the journal no change may
      *> be made. If a journal write fails the program stops with
      *> return code 8, naming the change that is already applied.
       01 ws-jrnl-file-name          pic x(100) value "CALCJRNL.DAT".
       01 ws-jrnl-file-status        pic xx.
           88 ws-jrnl-file-ok        value "00".
       01 ws-jrnl-action             pic x(8)   value spaces.
       01 ws-before-image            pic x(144) value spaces.

       01 ws-today                   pic x(8) value spaces.
       01 ws-time-now                pic x(8) value spaces.
       01 ws-timestamp.
           05 ws-ts-hours            pic 9(2).
           05 ws-ts-minutes          pic 9(2).
           05 ws-ts-seconds          pic 9(2).
           05 ws-ts-hundredths       pic 9(2).

       01 ws-operator-id             pic x(30) value spaces.
       01 ws-auth-profile.
           copy calcauth replacing ==:PFX:== by ==OPAU-==.

           perform 0100-identify-operator
           perform 0200-open-operator-file
           perform 0250-open-journal-file

           perform until ws-maint-done
               perform 0300-show-menu
           end-perform

           close operator-file
           close journal-file

           stop run.

               stop run
           end-if.

       0250-open-journal-file.
           open extend journal-file
           if not ws-jrnl-file-ok
               open output journal-file
           end-if
           if not ws-jrnl-file-ok
               display "No se pudo abrir el diario de cambios: "
                   ws-jrnl-file-name
               close operator-file
               stop run
           end-if.

       0300-show-menu.
           display " "
           display "1. Alta de operador"
                   display "Ya existe el operador " ws-input-id
               not invalid key
                   display "Operador " ws-input-id " dado de alta"
                   move spaces to ws-before-image
                   move "ALTA" to ws-jrnl-action
                   perform 7000-write-journal
           end-write.

       2000-change-operator.
                   exit paragraph
           end-read

           move operator-record to ws-before-image
           display "Nombre actual: " oper-name
           display "Nuevo nombre (blanco = sin cambio): "
           accept ws-input-name
           end-if

           rewrite operator-record
           if ws-oper-file-ok
               move "MODIF" to ws-jrnl-action
               perform 7000-write-journal
           end-if
           display "Operador " ws-input-id " modificado".

       3000-deactivate-operator.
                   exit paragraph
           end-read

           move operator-record to ws-before-image
           set oper-inactive to true
           rewrite operator-record
           if ws-oper-file-ok
               move "BAJA" to ws-jrnl-action
               perform 7000-write-journal
           end-if
           display "Operador " ws-input-id " desactivado".

       4000-reactivate-operator.
                   exit paragraph
           end-read

           move operator-record to ws-before-image
           set oper-active to true
           rewrite operator-record
           if ws-oper-file-ok
               move "REACT" to ws-jrnl-action
               perform 7000-write-journal
           end-if
           display "Operador " ws-input-id " reactivado".

       5000-list-operators.
                   exit paragraph
           end-read

           move operator-record to ws-before-image
           display "Operaciones 1-8 actuales: " oper-auth-ops
           display "Nuevas (8 posiciones Y/N, blanco = sin cambio): "
           accept ws-input-ops
           end-if

           rewrite operator-record
           if ws-oper-file-ok
               move "PERMISOS" to ws-jrnl-action
               perform 7000-write-journal
           end-if
           display "Permisos de " ws-input-id " actualizados".

       6100-accept-flag.
           display "Nuevo valor (Y/N, blanco = sin cambio): "
           accept ws-input-flag
           move function upper-case(ws-input-flag) to ws-input-flag.

      *> The after image is the operator record as just written.
       7000-write-journal.
           accept ws-today from date yyyymmdd
           perform 7100-stamp-time

           move spaces            to journal-record
           move ws-today          to jrn-date
           move ws-time-now       to jrn-time
           move ws-operator-id    to jrn-operator-id
           set jrn-file-oper      to true
           move oper-id           to jrn-target-key
           move ws-jrnl-action    to jrn-action
           move ws-before-image   to jrn-before-image
           move operator-record   to jrn-after-image
           write journal-record
           if not ws-jrnl-file-ok
               display "No se pudo escribir el diario de cambios"
                   " (estado " ws-jrnl-file-status ")"
               display "Cambio aplicado sin diario: " ws-jrnl-action
                   " " oper-id
               display "*** CALCOPMN TERMINADO - REGISTRE EL CAMBIO"
                   " A MANO ***"
               close operator-file
               close journal-file
               move 8 to return-code
               stop run
           end-if.

       7100-stamp-time.
           accept ws-timestamp from time
           move spaces to ws-time-now
           string ws-ts-hours   delimited by size ":" delimited by size
                  ws-ts-minutes delimited by size ":" delimited by size
                  ws-ts-seconds delimited by size
                  into ws-time-now
           end-string.
