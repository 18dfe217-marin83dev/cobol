               record key is parm-key
               file status is ws-parm-file-status.

           select journal-file assign to dynamic ws-jrnl-file-name
               organization is line sequential
               file status is ws-jrnl-file-status.

       data division.
       file section.
       fd  parameter-file.
       01  parameter-record.
           copy calcparm replacing ==:PFX:== by ==PARM-==.

       fd  journal-file.
       01  journal-record.
           copy calcjrnl replacing ==:PFX:== by ==JRN-==.

       working-storage section.
       01 ws-parm-file-name          pic x(100) value "CALCPARM.DAT".
       01 ws-parm-file-status        pic xx.
           88 ws-parm-file-missing   value "35".
           88 ws-parm-file-eof       value "10".

      *> Every change to the parameter master is journalled with
      *> its before and after image; without the journal no change
      *> may be made. If a journal write fails the program stops with
      *> return code 8, naming the change that is already applied.
       01 ws-jrnl-file-name          pic x(100) value "CALCJRNL.DAT".
       01 ws-jrnl-file-status        pic xx.
           88 ws-jrnl-file-ok        value "00".
       01 ws-jrnl-action             pic x(8)   value spaces.
       01 ws-before-image            pic x(144) value spaces.

       01 ws-time-now                pic x(8) value spaces.
       01 ws-timestamp.
           05 ws-ts-hours            pic 9(2).
           05 ws-ts-minutes          pic 9(2).
           05 ws-ts-seconds          pic 9(2).
           05 ws-ts-hundredths       pic 9(2).

       01 ws-operator-id             pic x(30) value spaces.
       01 ws-auth-profile.
           copy calcauth replacing ==:PFX:== by ==OPAU-==.
           accept ws-today from date yyyymmdd

           perform 0200-open-parameter-file
           perform 0250-open-journal-file

           perform until ws-maint-done
               perform 0300-show-menu
           end-perform

           close parameter-file
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
               close parameter-file
               stop run
           end-if.

       0300-show-menu.
           display " "
           display "1. Alta de parametro"
               not invalid key
                   display "Parametro " ws-input-name
                       " dado de alta con efecto " ws-input-date
                   move spaces to ws-before-image
                   move "ALTA" to ws-jrnl-action
                   perform 6000-write-journal
           end-write.

       2000-change-parameter.
                   exit paragraph
           end-read

           move parameter-record to ws-before-image
           display "Valor actual: " parm-value
           display "Nuevo valor (blanco = sin cambio): "
           accept ws-input-value
           perform 5000-stamp-update

           rewrite parameter-record
           if ws-parm-file-ok
               move "MODIF" to ws-jrnl-action
               perform 6000-write-journal
           end-if
           display "Parametro " ws-input-name " modificado".

       3000-list-parameters.
       5000-stamp-update.
           move ws-today             to parm-upd-date
           move ws-operator-id(1:8)  to parm-upd-operator.

      *> The after image is the parameter record as just written.
       6000-write-journal.
           perform 6100-stamp-time

           move spaces            to journal-record
           move ws-today          to jrn-date
           move ws-time-now       to jrn-time
           move ws-operator-id    to jrn-operator-id
           set jrn-file-parm      to true
           move parm-key          to jrn-target-key
           move ws-jrnl-action    to jrn-action
           move ws-before-image   to jrn-before-image
           move parameter-record  to jrn-after-image
           write journal-record
           if not ws-jrnl-file-ok
               display "No se pudo escribir el diario de cambios"
                   " (estado " ws-jrnl-file-status ")"
               display "Cambio aplicado sin diario: " ws-jrnl-action
                   " " parm-key
               display "*** CALCPMMN TERMINADO - REGISTRE EL CAMBIO"
                   " A MANO ***"
               close parameter-file
               close journal-file
               move 8 to return-code
               stop run
           end-if.

       6100-stamp-time.
           accept ws-timestamp from time
           move spaces to ws-time-now
           string ws-ts-hours   delimited by size ":" delimited by size
                  ws-ts-minutes delimited by size ":" delimited by size
                  ws-ts-seconds delimited by size
                  into ws-time-now
           end-string.
