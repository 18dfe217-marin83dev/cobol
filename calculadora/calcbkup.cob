       identification division.
       program-id. CALCBKUP.

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

       01 ws-man-file-name           pic x(100) value spaces.
       01 ws-man-file-status         pic xx.
           88 ws-man-file-ok         value "00".

       01 ws-gidx-file-name          pic x(100) value "CALCGEN.DAT".
       01 ws-gidx-file-status        pic xx.
           88 ws-gidx-file-ok        value "00".
           88 ws-gidx-file-eof       value "10".

       01 ws-command-line            pic x(200) value spaces.
       01 ws-gen-date                pic x(8)   value spaces.
       01 ws-gen-date-num            pic 9(8)   value zero.

       01 ws-parm-lookup-name        pic x(20)  value spaces.
       01 ws-parm-lookup-date        pic x(8)   value spaces.
       01 ws-parm-lookup-value       pic x(100) value spaces.
       01 ws-parm-lookup-status      pic x      value spaces.
           88 ws-parm-found          value "V".

      *> Generations kept on disk (parameter BACKUP-GENERATIONS); the
      *> oldest beyond that are deleted once a new one is complete.
       01 ws-keep-generations        pic 9(3) value 7.

       01 ws-timestamp.
           05 ws-ts-hours            pic 9(2).
           05 ws-ts-minutes          pic 9(2).
           05 ws-ts-seconds          pic 9(2).
           05 ws-ts-hundredths       pic 9(2).
       01 ws-time-now                pic x(8) value spaces.
       01 ws-today                   pic x(8) value spaces.

      *> The data set, in the order it is copied and restored. The
      *> generation copy of every file is line sequential, whatever
      *> the organization of the original.
       01 ws-set-used                pic 9(2) value 9.
       01 ws-set-idx                 pic 9(2) value zero.
       01 ws-set-table.
           05 ws-set-entry occurs 9 times.
               10 ws-set-tag         pic x(4).
               10 ws-set-file-name   pic x(100).
               10 ws-set-present     pic x.
               10 ws-set-count       pic 9(9).
       01 ws-ledger-hash             pic s9(13)V9(2) value zero.

       01 ws-failed-flag             pic x value "N".
           88 ws-backup-failed       value "Y".

       01 ws-gix-used                pic 9(3) value zero.
       01 ws-gix-idx                 pic 9(3) value zero.
       01 ws-gix-del                 pic 9(3) value zero.
       01 ws-gix-table.
           05 ws-gix-entry occurs 200 times.
               10 ws-gix-date        pic x(8).
               10 ws-gix-made-date   pic x(8).
               10 ws-gix-made-time   pic x(8).
               10 ws-gix-ledger-count pic 9(9).
       01 ws-gix-new-entry.
           05 ws-gixn-date           pic x(8).
           05 ws-gixn-made-date      pic x(8).
           05 ws-gixn-made-time      pic x(8).
           05 ws-gixn-ledger-count   pic 9(9).
       01 ws-gix-insert-flag         pic x value "N".
           88 ws-gix-inserted        value "Y".
       01 ws-deleted-count           pic 9(3) value zero.
       01 ws-delete-tag              pic x(4) value spaces.

       procedure division.
       0000-main-process.
           perform 0100-get-run-parms
           perform 0150-load-parameters
           perform 0300-build-file-set

           display "-------------------------------------"
           display "  CALCBKUP - COPIA DE SEGURIDAD     "
           display "-------------------------------------"
           display "Generacion: " ws-gen-date

           perform varying ws-set-idx from 1 by 1
                   until ws-set-idx > ws-set-used
               perform 1000-copy-file
           end-perform

           if ws-backup-failed
               display "*** COPIA INCOMPLETA - GENERACION NO VALIDA ***"
               move 8 to return-code
               stop run
           end-if

           perform 2000-write-manifest
           if ws-backup-failed
               move 8 to return-code
               stop run
           end-if

           perform 3000-update-index

           display "Generacion " ws-gen-date " completa"
           display "Generaciones borradas por antiguedad: "
               ws-deleted-count

           stop run.

      *> The generation is named after the business date it closes,
      *> given by CALCEOD on the command line.
       0100-get-run-parms.
           accept ws-command-line from command-line
           move ws-command-line(1:8) to ws-gen-date

           if ws-gen-date = spaces or ws-gen-date is not numeric
               display "Uso: CALCBKUP fecha-de-negocio (YYYYMMDD)"
               move 8 to return-code
               stop run
           end-if
           move ws-gen-date to ws-gen-date-num
           if function test-date-yyyymmdd(ws-gen-date-num) not = zero
               display "Fecha no valida: " ws-gen-date
               move 8 to return-code
               stop run
           end-if

           accept ws-today from date yyyymmdd.

       0150-load-parameters.
           move ws-today to ws-parm-lookup-date

           move "EXC-FILE-NAME" to ws-parm-lookup-name
           perform 0155-read-parameter
           if ws-parm-found
               move ws-parm-lookup-value to ws-set-file-name(5)
           end-if

           move "BACKUP-GENERATIONS" to ws-parm-lookup-name
           perform 0155-read-parameter
           if ws-parm-found
               move function numval(ws-parm-lookup-value)
                   to ws-keep-generations
           end-if
           if ws-keep-generations < 1
               move 1 to ws-keep-generations
           end-if.

       0155-read-parameter.
           call "CALCPMRD" using ws-parm-lookup-name
                                 ws-parm-lookup-date
                                 ws-parm-lookup-value
                                 ws-parm-lookup-status.

       0300-build-file-set.
           move "LEDG" to ws-set-tag(1)
           move ws-ledger-file-name to ws-set-file-name(1)
           move "LSEQ" to ws-set-tag(2)
           move "CALCLEDG.SEQ" to ws-set-file-name(2)
           move "RUNS" to ws-set-tag(3)
           move ws-run-file-name to ws-set-file-name(3)
           move "RSEQ" to ws-set-tag(4)
           move "CALCRUNS.SEQ" to ws-set-file-name(4)
           move "EXC " to ws-set-tag(5)
           if ws-set-file-name(5) = spaces
               move "CALCEXC.DAT" to ws-set-file-name(5)
           end-if
           move "BDAT" to ws-set-tag(6)
           move "CALCBDAT.DAT" to ws-set-file-name(6)
           move "OPER" to ws-set-tag(7)
           move ws-oper-file-name to ws-set-file-name(7)
           move "PARM" to ws-set-tag(8)
           move ws-parm-file-name to ws-set-file-name(8)
           move "HOLD" to ws-set-tag(9)
           move ws-hold-file-name to ws-set-file-name(9)

           perform varying ws-set-idx from 1 by 1
                   until ws-set-idx > ws-set-used
               move "N" to ws-set-present(ws-set-idx)
               move zero to ws-set-count(ws-set-idx)
           end-perform.

       0400-stamp-time.
           accept ws-timestamp from time
           string ws-ts-hours   delimited by size ":" delimited by size
                  ws-ts-minutes delimited by size ":" delimited by size
                  ws-ts-seconds delimited by size
                  into ws-time-now
           end-string.

       0500-set-gen-file-name.
           move spaces to ws-gen-file-name
           string "CALCGEN." delimited by size
                  ws-gen-date delimited by size
                  "." delimited by size
                  ws-set-tag(ws-set-idx) delimited by space
                  into ws-gen-file-name
           end-string.

       1000-copy-file.
           perform 0500-set-gen-file-name
           open output gen-file
           if not ws-gen-file-ok
               display "No se pudo crear " ws-gen-file-name
                   " (estado " ws-gen-file-status ")"
               set ws-backup-failed to true
               exit paragraph
           end-if

           evaluate ws-set-tag(ws-set-idx)
               when "LEDG" perform 1100-copy-ledger
               when "RUNS" perform 1200-copy-runs
               when "OPER" perform 1300-copy-operators
               when "PARM" perform 1400-copy-parameters
               when "HOLD" perform 1600-copy-holds
               when other  perform 1500-copy-flat
           end-evaluate

           close gen-file

           if ws-set-present(ws-set-idx) = "Y"
               display "  " ws-set-file-name(ws-set-idx)(1:30)
                   " registros: " ws-set-count(ws-set-idx)
           else
               display "  " ws-set-file-name(ws-set-idx)(1:30)
                   " (no existe)"
           end-if.

       1050-write-gen-record.
           write gen-record
           if not ws-gen-file-ok
               display "Error de escritura en " ws-gen-file-name
                   " (estado " ws-gen-file-status ")"
               set ws-backup-failed to true
           end-if
           add 1 to ws-set-count(ws-set-idx).

       1100-copy-ledger.
           open input ledger-file
           if ws-ledger-file-missing
               exit paragraph
           end-if
           if not ws-ledger-file-ok
               display "No se pudo abrir " ws-ledger-file-name
                   " (estado " ws-ledger-file-status ")"
               set ws-backup-failed to true
               exit paragraph
           end-if
           move "Y" to ws-set-present(ws-set-idx)

           move zero to ledg-txn-id
           start ledger-file key is not less than ledg-txn-id
               invalid key
                   set ws-ledger-file-eof to true
           end-start

           if not ws-ledger-file-eof
               perform 1150-read-next-ledger
               perform until ws-ledger-file-eof
                   move ledger-record to gen-record
                   perform 1050-write-gen-record
                   add ledg-result to ws-ledger-hash
                   perform 1150-read-next-ledger
               end-perform
           end-if

           close ledger-file.

       1150-read-next-ledger.
           read ledger-file next record
               at end set ws-ledger-file-eof to true
           end-read.

       1200-copy-runs.
           open input run-file
           if ws-run-file-missing
               exit paragraph
           end-if
           if not ws-run-file-ok
               display "No se pudo abrir " ws-run-file-name
                   " (estado " ws-run-file-status ")"
               set ws-backup-failed to true
               exit paragraph
           end-if
           move "Y" to ws-set-present(ws-set-idx)

           move zero to run-run-id
           start run-file key is not less than run-run-id
               invalid key
                   set ws-run-file-eof to true
           end-start

           if not ws-run-file-eof
               perform 1250-read-next-run
               perform until ws-run-file-eof
                   move run-record to gen-record
                   perform 1050-write-gen-record
                   perform 1250-read-next-run
               end-perform
           end-if

           close run-file.

       1250-read-next-run.
           read run-file next record
               at end set ws-run-file-eof to true
           end-read.

       1300-copy-operators.
           open input operator-file
           if ws-oper-file-missing
               exit paragraph
           end-if
           if not ws-oper-file-ok
               display "No se pudo abrir " ws-oper-file-name
                   " (estado " ws-oper-file-status ")"
               set ws-backup-failed to true
               exit paragraph
           end-if
           move "Y" to ws-set-present(ws-set-idx)

           move low-values to oper-id
           start operator-file key is not less than oper-id
               invalid key
                   set ws-oper-file-eof to true
           end-start

           if not ws-oper-file-eof
               perform 1350-read-next-operator
               perform until ws-oper-file-eof
                   move operator-record to gen-record
                   perform 1050-write-gen-record
                   perform 1350-read-next-operator
               end-perform
           end-if

           close operator-file.

       1350-read-next-operator.
           read operator-file next record
               at end set ws-oper-file-eof to true
           end-read.

       1400-copy-parameters.
           open input parameter-file
           if ws-parm-file-missing
               exit paragraph
           end-if
           if not ws-parm-file-ok
               display "No se pudo abrir " ws-parm-file-name
                   " (estado " ws-parm-file-status ")"
               set ws-backup-failed to true
               exit paragraph
           end-if
           move "Y" to ws-set-present(ws-set-idx)

           move low-values to parm-key
           start parameter-file key is not less than parm-key
               invalid key
                   set ws-parm-file-eof to true
           end-start

           if not ws-parm-file-eof
               perform 1450-read-next-parameter
               perform until ws-parm-file-eof
                   move parameter-record to gen-record
                   perform 1050-write-gen-record
                   perform 1450-read-next-parameter
               end-perform
           end-if

           close parameter-file.

       1450-read-next-parameter.
           read parameter-file next record
               at end set ws-parm-file-eof to true
           end-read.

       1500-copy-flat.
           move ws-set-file-name(ws-set-idx) to ws-flat-file-name
           open input flat-file
           if ws-flat-file-missing
               exit paragraph
           end-if
           if not ws-flat-file-ok
               display "No se pudo abrir " ws-flat-file-name
                   " (estado " ws-flat-file-status ")"
               set ws-backup-failed to true
               exit paragraph
           end-if
           move "Y" to ws-set-present(ws-set-idx)

           perform 1550-read-flat
           perform until ws-flat-file-eof
               move flat-record to gen-record
               perform 1050-write-gen-record
               perform 1550-read-flat
           end-perform

           close flat-file.

       1550-read-flat.
           read flat-file
               at end set ws-flat-file-eof to true
           end-read.

       1600-copy-holds.
           open input hold-file
           if ws-hold-file-missing
               exit paragraph
           end-if
           if not ws-hold-file-ok
               display "No se pudo abrir " ws-hold-file-name
                   " (estado " ws-hold-file-status ")"
               set ws-backup-failed to true
               exit paragraph
           end-if
           move "Y" to ws-set-present(ws-set-idx)

           move low-values to hold-key
           start hold-file key is not less than hold-key
               invalid key
                   set ws-hold-file-eof to true
           end-start

           if not ws-hold-file-eof
               perform 1650-read-next-hold
               perform until ws-hold-file-eof
                   move hold-record to gen-record
                   perform 1050-write-gen-record
                   perform 1650-read-next-hold
               end-perform
           end-if

           close hold-file.

       1650-read-next-hold.
           read hold-file next record
               at end set ws-hold-file-eof to true
           end-read.

      *> The manifest is written last: a generation without one was
      *> interrupted and is never offered for restore.
       2000-write-manifest.
           string "CALCGEN." delimited by size
                  ws-gen-date delimited by size
                  ".MAN" delimited by size
                  into ws-man-file-name
           end-string

           open output manifest-file
           if not ws-man-file-ok
               display "No se pudo crear el manifiesto "
                   ws-man-file-name
               set ws-backup-failed to true
               exit paragraph
           end-if

           perform 0400-stamp-time
           move spaces to manifest-record
           set man-header to true
           move "GEN " to man-tag
           move "CALCBKUP" to man-file-name
           move "Y" to man-present
           move ws-set-used to man-count
           move zero to man-hash
           move ws-today to man-date
           move ws-time-now to man-time
           write manifest-record

           perform varying ws-set-idx from 1 by 1
                   until ws-set-idx > ws-set-used
               move spaces to manifest-record
               set man-file-entry to true
               move ws-set-tag(ws-set-idx) to man-tag
               move ws-set-file-name(ws-set-idx) to man-file-name
               move ws-set-present(ws-set-idx) to man-present
               move ws-set-count(ws-set-idx) to man-count
               move zero to man-hash
               if ws-set-tag(ws-set-idx) = "LEDG"
                   move ws-ledger-hash to man-hash
               end-if
               write manifest-record
           end-perform

           close manifest-file

           display "Manifiesto: " ws-man-file-name
           display "Total de control del ledger: " ws-ledger-hash.

      *> CALCGEN.DAT lists the complete generations oldest first. A
      *> rerun for the same date replaces its entry; generations
      *> beyond BACKUP-GENERATIONS are deleted from the oldest.
       3000-update-index.
           open input index-file
           if ws-gidx-file-ok
               perform 3100-read-index
               perform until ws-gidx-file-eof
                   if gidx-date not = ws-gen-date
                       and ws-gix-used < 200
                       add 1 to ws-gix-used
                       move gidx-date to ws-gix-date(ws-gix-used)
                       move gidx-made-date
                           to ws-gix-made-date(ws-gix-used)
                       move gidx-made-time
                           to ws-gix-made-time(ws-gix-used)
                       move gidx-ledger-count
                           to ws-gix-ledger-count(ws-gix-used)
                   end-if
                   perform 3100-read-index
               end-perform
               close index-file
           end-if

           move ws-gen-date to ws-gixn-date
           move ws-today to ws-gixn-made-date
           move ws-time-now to ws-gixn-made-time
           move ws-set-count(1) to ws-gixn-ledger-count
           perform 3200-insert-new-entry

           move zero to ws-gix-del
           if ws-gix-used > ws-keep-generations
               compute ws-gix-del = ws-gix-used - ws-keep-generations
               perform varying ws-gix-idx from 1 by 1
                       until ws-gix-idx > ws-gix-del
                   perform 3300-delete-generation
               end-perform
           end-if

           open output index-file
           if not ws-gidx-file-ok
               display "No se pudo reescribir " ws-gidx-file-name
               move 4 to return-code
               exit paragraph
           end-if
           compute ws-gix-idx = ws-gix-del + 1
           perform until ws-gix-idx > ws-gix-used
               move spaces to index-record
               move ws-gix-date(ws-gix-idx) to gidx-date
               move ws-gix-made-date(ws-gix-idx) to gidx-made-date
               move ws-gix-made-time(ws-gix-idx) to gidx-made-time
               move ws-gix-ledger-count(ws-gix-idx)
                   to gidx-ledger-count
               write index-record
               add 1 to ws-gix-idx
           end-perform
           close index-file.

       3100-read-index.
           read index-file
               at end set ws-gidx-file-eof to true
           end-read.

       3200-insert-new-entry.
           if ws-gix-used >= 200
               move ws-gix-entry(2) to ws-gix-entry(1)
               perform varying ws-gix-idx from 2 by 1
                       until ws-gix-idx >= ws-gix-used
                   move ws-gix-entry(ws-gix-idx + 1)
                       to ws-gix-entry(ws-gix-idx)
               end-perform
               subtract 1 from ws-gix-used
           end-if

           move "N" to ws-gix-insert-flag
           move ws-gix-used to ws-gix-idx
           perform until ws-gix-idx = zero or ws-gix-inserted
               if ws-gix-date(ws-gix-idx) > ws-gixn-date
                   move ws-gix-entry(ws-gix-idx)
                       to ws-gix-entry(ws-gix-idx + 1)
                   subtract 1 from ws-gix-idx
               else
                   set ws-gix-inserted to true
               end-if
           end-perform
           move ws-gix-new-entry to ws-gix-entry(ws-gix-idx + 1)
           add 1 to ws-gix-used.

       3300-delete-generation.
           display "Borrando generacion " ws-gix-date(ws-gix-idx)
           move ws-gix-date(ws-gix-idx) to ws-gen-date-num
           perform varying ws-set-idx from 1 by 1
                   until ws-set-idx > ws-set-used
               move ws-set-tag(ws-set-idx) to ws-delete-tag
               perform 3400-delete-one-file
           end-perform
           move "MAN" to ws-delete-tag
           perform 3400-delete-one-file
           add 1 to ws-deleted-count.

       3400-delete-one-file.
           move spaces to ws-gen-file-name
           string "CALCGEN." delimited by size
                  ws-gen-date-num delimited by size
                  "." delimited by size
                  ws-delete-tag delimited by space
                  into ws-gen-file-name
           end-string
           call "CBL_DELETE_FILE" using ws-gen-file-name.
