       identification division.
       program-id. CALCREST.

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

           select run-file assign to dynamic ws-run-file-name
               organization is indexed
               access mode is dynamic
               record key is run-run-id
               file status is ws-run-file-status.

           select operator-file assign to dynamic ws-oper-file-name
               organization is indexed
               access mode is dynamic
               record key is oper-id
               file status is ws-oper-file-status.

           select parameter-file assign to dynamic ws-parm-file-name
               organization is indexed
               access mode is dynamic
               record key is parm-key
               file status is ws-parm-file-status.

           select hold-file assign to dynamic ws-hold-file-name
               organization is indexed
               access mode is dynamic
               record key is hold-key
               file status is ws-hold-file-status.

           select flat-file assign to dynamic ws-flat-file-name
               organization is line sequential
               file status is ws-flat-file-status.

           select gen-file assign to dynamic ws-gen-file-name
               organization is line sequential
               file status is ws-gen-file-status.

           select manifest-file assign to dynamic ws-man-file-name
               organization is line sequential
               file status is ws-man-file-status.

           select index-file assign to dynamic ws-gidx-file-name
               organization is line sequential
               file status is ws-gidx-file-status.

       data division.
       file section.
       fd  ledger-file.
       01  ledger-record.
           copy calcledg replacing ==:PFX:== by ==LEDG-==.

       fd  run-file.
       01  run-record.
           copy calcrun replacing ==:PFX:== by ==RUN-==.

       fd  operator-file.
       01  operator-record.
           copy calcoper replacing ==:PFX:== by ==OPER-==.

       fd  parameter-file.
       01  parameter-record.
           copy calcparm replacing ==:PFX:== by ==PARM-==.

       fd  hold-file.
       01  hold-record.
           copy calchold replacing ==:PFX:== by ==HOLD-==.

       fd  flat-file.
       01  flat-record               pic x(300).

       fd  gen-file.
       01  gen-record                pic x(300).

       fd  manifest-file.
       01  manifest-record.
           copy calcgman replacing ==:PFX:== by ==MAN-==.

       fd  index-file.
       01  index-record.
           copy calcgidx replacing ==:PFX:== by ==GIDX-==.

       working-storage section.
       01 ws-ledger-file-name        pic x(100) value "CALCLEDG.DAT".
       01 ws-ledger-file-status      pic xx.
           88 ws-ledger-file-ok      value "00".
           88 ws-ledger-file-eof     value "10".
           88 ws-ledger-file-missing value "35".

       01 ws-run-file-name           pic x(100) value "CALCRUNS.DAT".
       01 ws-run-file-status         pic xx.
           88 ws-run-file-ok         value "00".
           88 ws-run-file-eof        value "10".
           88 ws-run-file-missing    value "35".

       01 ws-oper-file-name          pic x(100) value "CALCOPER.DAT".
       01 ws-oper-file-status        pic xx.
           88 ws-oper-file-ok        value "00".
           88 ws-oper-file-eof       value "10".
           88 ws-oper-file-missing   value "35".

       01 ws-parm-file-name          pic x(100) value "CALCPARM.DAT".
       01 ws-parm-file-status        pic xx.
           88 ws-parm-file-ok        value "00".
           88 ws-parm-file-eof       value "10".
           88 ws-parm-file-missing   value "35".

       01 ws-hold-file-name          pic x(100) value "CALCHOLD.DAT".
       01 ws-hold-file-status        pic xx.
           88 ws-hold-file-ok        value "00".
           88 ws-hold-file-eof       value "10".
           88 ws-hold-file-missing   value "35".

       01 ws-flat-file-name          pic x(100) value spaces.
       01 ws-flat-file-status        pic xx.
           88 ws-flat-file-ok        value "00".
           88 ws-flat-file-eof       value "10".
           88 ws-flat-file-missing   value "35".

       01 ws-gen-file-name           pic x(100) value spaces.
       01 ws-gen-file-status         pic xx.
           88 ws-gen-file-ok         value "00".
           88 ws-gen-file-eof        value "10".

       01 ws-man-file-name           pic x(100) value spaces.
       01 ws-man-file-status         pic xx.
           88 ws-man-file-ok         value "00".
           88 ws-man-file-eof        value "10".

       01 ws-gidx-file-name          pic x(100) value "CALCGEN.DAT".
       01 ws-gidx-file-status        pic xx.
           88 ws-gidx-file-ok        value "00".
           88 ws-gidx-file-eof       value "10".

       01 ws-operator-id             pic x(30) value spaces.
       01 ws-auth-profile.
           copy calcauth replacing ==:PFX:== by ==OPAU-==.
       01 ws-auth-lookup-status      pic x value spaces.
           88 ws-auth-valid          value "V".

       01 ws-gen-date                pic x(8) value spaces.
       01 ws-gen-count               pic 9(3) value zero.
       01 ws-gen-found-flag          pic x value "N".
           88 ws-gen-found           value "Y".
       01 ws-confirm                 pic x value space.

      *> The data set as recorded in the chosen generation's
      *> manifest; the file names restored to are the ones it was
      *> taken from.
       01 ws-set-used                pic 9(2) value zero.
       01 ws-set-idx                 pic 9(2) value zero.
       01 ws-set-table.
           05 ws-set-entry occurs 9 times.
               10 ws-set-tag         pic x(4).
               10 ws-set-file-name   pic x(100).
               10 ws-set-present     pic x.
               10 ws-set-count       pic 9(9).
               10 ws-set-hash        pic s9(13)V9(2).
       01 ws-man-file-count          pic 9(9) value zero.

       01 ws-check-count             pic 9(9) value zero.
       01 ws-check-hash              pic s9(13)V9(2) value zero.
       01 ws-ledger-work.
           copy calcledg replacing ==:PFX:== by ==WLED-==.
       01 ws-mismatch-count          pic 9(3) value zero.
       01 ws-write-error-count       pic 9(7) value zero.
       01 ws-running-count           pic 9(5) value zero.

       01 ws-phase                   pic x(12) value spaces.

       procedure division.
       0000-main-process.
           display "-------------------------------------"
           display "  CALCREST - RESTAURAR GENERACION   "
           display "-------------------------------------"

           perform 0200-identify-operator
           perform 1000-list-generations
           if ws-gen-count = zero
               display "No hay generaciones de copia"
               stop run
           end-if

           display "Generacion a restaurar (YYYYMMDD, blanco = salir):"
           accept ws-gen-date
           if ws-gen-date = spaces
               stop run
           end-if
           perform 1100-find-generation
           if not ws-gen-found
               display "Generacion no encontrada en " ws-gidx-file-name
               move 8 to return-code
               stop run
           end-if

           perform 2000-read-manifest

           move "GENERACION" to ws-phase
           perform 3000-verify-generation
           if ws-mismatch-count > 0
               display "*** LA GENERACION NO COINCIDE CON SU"
                   " MANIFIESTO - NO SE RESTAURA ***"
               move 8 to return-code
               stop run
           end-if
           display "Generacion verificada contra el manifiesto"

           perform 4000-check-running
           if ws-running-count > 0
               display "Hay " ws-running-count " ejecuciones EN-CURSO"
                   " en " ws-run-file-name
               display "*** NO SE RESTAURA CON UNA EJECUCION EN CURSO"
                   " ***"
               move 8 to return-code
               stop run
           end-if

           display "Se sustituiran TODOS los ficheros del juego por la"
               " generacion " ws-gen-date
           display "Confirmar (S/N):"
           accept ws-confirm
           if function upper-case(ws-confirm) not = "S"
               display "Restauracion cancelada"
               stop run
           end-if

           perform varying ws-set-idx from 1 by 1
                   until ws-set-idx > ws-set-used
               perform 5000-restore-file
           end-perform

           move "RESTAURADO" to ws-phase
           move zero to ws-mismatch-count
           perform 6000-verify-restored

           if ws-mismatch-count > 0 or ws-write-error-count > 0
               display "*** RESTAURACION INCOMPLETA - REPETIR CALCREST"
                   " ANTES DE REANUDAR ***"
               move 8 to return-code
               stop run
           end-if

           display "Generacion " ws-gen-date " restaurada y verificada"
               " por " ws-operator-id

           stop run.

      *> A restore replaces the whole data set, so it is limited to
      *> supervisors like the other irreversible operations.
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

       0500-set-gen-file-name.
           move spaces to ws-gen-file-name
           string "CALCGEN." delimited by size
                  ws-gen-date delimited by size
                  "." delimited by size
                  ws-set-tag(ws-set-idx) delimited by space
                  into ws-gen-file-name
           end-string.

       1000-list-generations.
           open input index-file
           if not ws-gidx-file-ok
               exit paragraph
           end-if

           display "Generaciones disponibles:"
           display "  FECHA     TOMADA            REG. LEDGER"
           perform 1050-read-index
           perform until ws-gidx-file-eof
               add 1 to ws-gen-count
               display "  " gidx-date "  " gidx-made-date " "
                   gidx-made-time "  " gidx-ledger-count
               perform 1050-read-index
           end-perform

           close index-file.

       1050-read-index.
           read index-file
               at end set ws-gidx-file-eof to true
           end-read.

       1100-find-generation.
           move "N" to ws-gen-found-flag
           move "00" to ws-gidx-file-status
           open input index-file
           if not ws-gidx-file-ok
               exit paragraph
           end-if
           perform 1050-read-index
           perform until ws-gidx-file-eof
               if gidx-date = ws-gen-date
                   set ws-gen-found to true
               end-if
               perform 1050-read-index
           end-perform
           close index-file.

       2000-read-manifest.
           string "CALCGEN." delimited by size
                  ws-gen-date delimited by size
                  ".MAN" delimited by size
                  into ws-man-file-name
           end-string

           open input manifest-file
           if not ws-man-file-ok
               display "Generacion sin manifiesto: " ws-man-file-name
               move 8 to return-code
               stop run
           end-if

           perform 2100-read-manifest-record
           if ws-man-file-eof or not man-header
               display "Manifiesto no valido: " ws-man-file-name
               close manifest-file
               move 8 to return-code
               stop run
           end-if
           move man-count to ws-man-file-count
           display "Generacion tomada el " man-date " a las "
               man-time

           perform 2100-read-manifest-record
           perform until ws-man-file-eof
               if man-file-entry and ws-set-used < 9
                   add 1 to ws-set-used
                   move man-tag to ws-set-tag(ws-set-used)
                   move man-file-name
                       to ws-set-file-name(ws-set-used)
                   move man-present to ws-set-present(ws-set-used)
                   move man-count to ws-set-count(ws-set-used)
                   move man-hash to ws-set-hash(ws-set-used)
               end-if
               perform 2100-read-manifest-record
           end-perform
           close manifest-file

           if ws-set-used not = ws-man-file-count
               display "Manifiesto incompleto: " ws-set-used
                   " de " ws-man-file-count " ficheros"
               move 8 to return-code
               stop run
           end-if.

       2100-read-manifest-record.
           read manifest-file
               at end set ws-man-file-eof to true
           end-read.

       3000-verify-generation.
           perform varying ws-set-idx from 1 by 1
                   until ws-set-idx > ws-set-used
               perform 0500-set-gen-file-name
               move zero to ws-check-count
               move zero to ws-check-hash
               open input gen-file
               if not ws-gen-file-ok
                   display "Falta el fichero " ws-gen-file-name
                   add 1 to ws-mismatch-count
               else
                   perform 3100-read-gen
                   perform until ws-gen-file-eof
                       add 1 to ws-check-count
                       if ws-set-tag(ws-set-idx) = "LEDG"
                           move gen-record to ws-ledger-work
                           add wled-result to ws-check-hash
                       end-if
                       perform 3100-read-gen
                   end-perform
                   close gen-file
                   perform 7000-compare-with-manifest
               end-if
           end-perform.

       3100-read-gen.
           read gen-file
               at end set ws-gen-file-eof to true
           end-read.

      *> An EN-CURSO run means CALCULADORA may still be posting; the
      *> run file checked is the live one the generation would
      *> replace.
       4000-check-running.
           perform varying ws-set-idx from 1 by 1
                   until ws-set-idx > ws-set-used
               if ws-set-tag(ws-set-idx) = "RUNS"
                   move ws-set-file-name(ws-set-idx)
                       to ws-run-file-name
               end-if
           end-perform

           open input run-file
           if not ws-run-file-ok
               exit paragraph
           end-if

           move zero to run-run-id
           start run-file key is not less than run-run-id
               invalid key
                   set ws-run-file-eof to true
           end-start

           if not ws-run-file-eof
               perform 6250-read-next-run
               perform until ws-run-file-eof
                   if run-run-running
                       add 1 to ws-running-count
                   end-if
                   perform 6250-read-next-run
               end-perform
           end-if

           close run-file.

       5000-restore-file.
           if ws-set-present(ws-set-idx) not = "Y"
               move ws-set-file-name(ws-set-idx) to ws-flat-file-name
               call "CBL_DELETE_FILE" using ws-flat-file-name
               display "  " ws-set-file-name(ws-set-idx)(1:30)
                   " eliminado (no existia en la generacion)"
               exit paragraph
           end-if

           perform 0500-set-gen-file-name
           open input gen-file
           if not ws-gen-file-ok
               display "No se pudo abrir " ws-gen-file-name
               add 1 to ws-write-error-count
               exit paragraph
           end-if

           evaluate ws-set-tag(ws-set-idx)
               when "LEDG" perform 5100-restore-ledger
               when "RUNS" perform 5200-restore-runs
               when "OPER" perform 5300-restore-operators
               when "PARM" perform 5400-restore-parameters
               when "HOLD" perform 5600-restore-holds
               when other  perform 5500-restore-flat
           end-evaluate

           close gen-file
           display "  " ws-set-file-name(ws-set-idx)(1:30)
               " restaurado".

       5050-open-error.
           display "No se pudo crear " ws-set-file-name(ws-set-idx)
           add 1 to ws-write-error-count.

       5100-restore-ledger.
           move ws-set-file-name(ws-set-idx) to ws-ledger-file-name
           open output ledger-file
           if not ws-ledger-file-ok
               perform 5050-open-error
               exit paragraph
           end-if
           perform 3100-read-gen
           perform until ws-gen-file-eof
               move gen-record to ledger-record
               write ledger-record
                   invalid key add 1 to ws-write-error-count
               end-write
               perform 3100-read-gen
           end-perform
           close ledger-file.

       5200-restore-runs.
           move ws-set-file-name(ws-set-idx) to ws-run-file-name
           open output run-file
           if not ws-run-file-ok
               perform 5050-open-error
               exit paragraph
           end-if
           perform 3100-read-gen
           perform until ws-gen-file-eof
               move gen-record to run-record
               write run-record
                   invalid key add 1 to ws-write-error-count
               end-write
               perform 3100-read-gen
           end-perform
           close run-file.

       5300-restore-operators.
           move ws-set-file-name(ws-set-idx) to ws-oper-file-name
           open output operator-file
           if not ws-oper-file-ok
               perform 5050-open-error
               exit paragraph
           end-if
           perform 3100-read-gen
           perform until ws-gen-file-eof
               move gen-record to operator-record
               write operator-record
                   invalid key add 1 to ws-write-error-count
               end-write
               perform 3100-read-gen
           end-perform
           close operator-file.

       5400-restore-parameters.
           move ws-set-file-name(ws-set-idx) to ws-parm-file-name
           open output parameter-file
           if not ws-parm-file-ok
               perform 5050-open-error
               exit paragraph
           end-if
           perform 3100-read-gen
           perform until ws-gen-file-eof
               move gen-record to parameter-record
               write parameter-record
                   invalid key add 1 to ws-write-error-count
               end-write
               perform 3100-read-gen
           end-perform
           close parameter-file.

       5500-restore-flat.
           move ws-set-file-name(ws-set-idx) to ws-flat-file-name
           open output flat-file
           if not ws-flat-file-ok
               perform 5050-open-error
               exit paragraph
           end-if
           perform 3100-read-gen
           perform until ws-gen-file-eof
               move gen-record to flat-record
               write flat-record
               perform 3100-read-gen
           end-perform
           close flat-file.

       5600-restore-holds.
           move ws-set-file-name(ws-set-idx) to ws-hold-file-name
           open output hold-file
           if not ws-hold-file-ok
               perform 5050-open-error
               exit paragraph
           end-if
           perform 3100-read-gen
           perform until ws-gen-file-eof
               move gen-record to hold-record
               write hold-record
                   invalid key add 1 to ws-write-error-count
               end-write
               perform 3100-read-gen
           end-perform
           close hold-file.

      *> The live files are read back exactly as the programs will
      *> read them and checked against the same manifest.
       6000-verify-restored.
           perform varying ws-set-idx from 1 by 1
                   until ws-set-idx > ws-set-used
               move zero to ws-check-count
               move zero to ws-check-hash
               evaluate ws-set-tag(ws-set-idx)
                   when "LEDG" perform 6100-count-ledger
                   when "RUNS" perform 6200-count-runs
                   when "OPER" perform 6300-count-operators
                   when "PARM" perform 6400-count-parameters
                   when "HOLD" perform 6600-count-holds
                   when other  perform 6500-count-flat
               end-evaluate
               perform 7000-compare-with-manifest
           end-perform.

       6100-count-ledger.
           move ws-set-file-name(ws-set-idx) to ws-ledger-file-name
           open input ledger-file
           if not ws-ledger-file-ok
               exit paragraph
           end-if
           move zero to ledg-txn-id
           start ledger-file key is not less than ledg-txn-id
               invalid key
                   set ws-ledger-file-eof to true
           end-start
           if not ws-ledger-file-eof
               perform 6150-read-next-ledger
               perform until ws-ledger-file-eof
                   add 1 to ws-check-count
                   add ledg-result to ws-check-hash
                   perform 6150-read-next-ledger
               end-perform
           end-if
           close ledger-file.

       6150-read-next-ledger.
           read ledger-file next record
               at end set ws-ledger-file-eof to true
           end-read.

       6200-count-runs.
           move ws-set-file-name(ws-set-idx) to ws-run-file-name
           open input run-file
           if not ws-run-file-ok
               exit paragraph
           end-if
           move zero to run-run-id
           start run-file key is not less than run-run-id
               invalid key
                   set ws-run-file-eof to true
           end-start
           if not ws-run-file-eof
               perform 6250-read-next-run
               perform until ws-run-file-eof
                   add 1 to ws-check-count
                   perform 6250-read-next-run
               end-perform
           end-if
           close run-file.

       6250-read-next-run.
           read run-file next record
               at end set ws-run-file-eof to true
           end-read.

       6300-count-operators.
           move ws-set-file-name(ws-set-idx) to ws-oper-file-name
           open input operator-file
           if not ws-oper-file-ok
               exit paragraph
           end-if
           move low-values to oper-id
           start operator-file key is not less than oper-id
               invalid key
                   set ws-oper-file-eof to true
           end-start
           if not ws-oper-file-eof
               perform 6350-read-next-operator
               perform until ws-oper-file-eof
                   add 1 to ws-check-count
                   perform 6350-read-next-operator
               end-perform
           end-if
           close operator-file.

       6350-read-next-operator.
           read operator-file next record
               at end set ws-oper-file-eof to true
           end-read.

       6400-count-parameters.
           move ws-set-file-name(ws-set-idx) to ws-parm-file-name
           open input parameter-file
           if not ws-parm-file-ok
               exit paragraph
           end-if
           move low-values to parm-key
           start parameter-file key is not less than parm-key
               invalid key
                   set ws-parm-file-eof to true
           end-start
           if not ws-parm-file-eof
               perform 6450-read-next-parameter
               perform until ws-parm-file-eof
                   add 1 to ws-check-count
                   perform 6450-read-next-parameter
               end-perform
           end-if
           close parameter-file.

       6450-read-next-parameter.
           read parameter-file next record
               at end set ws-parm-file-eof to true
           end-read.

       6500-count-flat.
           move ws-set-file-name(ws-set-idx) to ws-flat-file-name
           open input flat-file
           if not ws-flat-file-ok
               exit paragraph
           end-if
           perform 6550-read-flat
           perform until ws-flat-file-eof
               add 1 to ws-check-count
               perform 6550-read-flat
           end-perform
           close flat-file.

       6550-read-flat.
           read flat-file
               at end set ws-flat-file-eof to true
           end-read.

       6600-count-holds.
           move ws-set-file-name(ws-set-idx) to ws-hold-file-name
           open input hold-file
           if not ws-hold-file-ok
               exit paragraph
           end-if
           move low-values to hold-key
           start hold-file key is not less than hold-key
               invalid key
                   set ws-hold-file-eof to true
           end-start
           if not ws-hold-file-eof
               perform 6650-read-next-hold
               perform until ws-hold-file-eof
                   add 1 to ws-check-count
                   perform 6650-read-next-hold
               end-perform
           end-if
           close hold-file.

       6650-read-next-hold.
           read hold-file next record
               at end set ws-hold-file-eof to true
           end-read.

      *> A file absent from the generation must hold nothing; its
      *> count in the manifest is zero.
       7000-compare-with-manifest.
           if ws-check-count not = ws-set-count(ws-set-idx)
               display ws-phase " " ws-set-file-name(ws-set-idx)(1:30)
                   " registros " ws-check-count
                   " manifiesto " ws-set-count(ws-set-idx)
               add 1 to ws-mismatch-count
               exit paragraph
           end-if
           if ws-set-tag(ws-set-idx) = "LEDG"
               and ws-check-hash not = ws-set-hash(ws-set-idx)
               display ws-phase " " ws-set-file-name(ws-set-idx)(1:30)
                   " total de control distinto del manifiesto"
               add 1 to ws-mismatch-count
           end-if.
