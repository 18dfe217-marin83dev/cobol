                   with duplicates
               file status is ws-input-file-status.

           select v2-ledger-file
               assign to dynamic ws-input-file-name
               organization is indexed
               access mode is dynamic
               record key is v2l-txn-id
               alternate record key is v2l-date
                   with duplicates
               file status is ws-input-file-status.

           select new-ledger-file
               assign to dynamic ws-output-file-name
               organization is indexed
           05  oldl-status           pic x(9).
           05  oldl-run-id           pic 9(6).

      *> Frozen copy of the ledger layout before the REV- (reversal)
      *> fields existed, for files already converted to the
      *> OVERRIDE-ID/ACK format.
       fd  v2-ledger-file.
       01  v2-ledger-record.
           05  v2l-txn-id            pic 9(10).
           05  v2l-date              pic x(8).
           05  v2l-time              pic x(8).
           05  v2l-operator-id       pic x(30).
           05  v2l-num1              pic s9(5)V9(2)
               sign is leading separate.
           05  v2l-num2              pic s9(5)V9(2)
               sign is leading separate.
           05  v2l-option            pic 9.
           05  v2l-result            pic s9(7)V9(2)
               sign is leading separate.
           05  v2l-code              pic x(4).
           05  v2l-status            pic x(9).
           05  v2l-run-id            pic 9(6).
           05  v2l-override-id       pic x(8).
           05  v2l-ack-flag          pic x.
           05  v2l-ack-date          pic x(8).

       fd  new-ledger-file.
       01  new-ledger-record.
           copy calcledg replacing ==:PFX:== by ==NEWL-==.
           evaluate ws-parm-mode
               when "LEDGER"
                   perform 1000-convert-ledger
               when "LEDGER2"
                   perform 3000-convert-v2-ledger
               when "OPERADOR"
                   perform 2000-convert-operators
               when other

      *> Modo LEDGER sirve tanto para CALCLEDG.DAT como para cada
      *> fichero CALCHIST.YYYYMM.DAT (comparten el mismo formato).
      *> Modo LEDGER2 convierte los que ya tenian OVERRIDE-ID y ACK
      *> pero no los campos de anulacion.
       0100-get-run-parms.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all spaces
           move function upper-case(ws-parm-mode) to ws-parm-mode

           if ws-parm-mode = spaces or ws-parm-input = spaces
               display "Uso: CALCCONV LEDGER|LEDGER2|OPERADOR"
                   " fichero-entrada [fichero-salida]"
               move 8 to return-code
               stop run
      *> the historical ledger must not flood that report.
           set newl-ack-prior    to true
           move spaces           to newl-ack-date
           perform 1300-clear-reversal-link

           write new-ledger-record
           if not ws-output-file-ok

           add 1 to ws-converted-count.

       1300-clear-reversal-link.
           move space            to newl-rev-flag
           move zero             to newl-rev-txn-id
           move spaces           to newl-rev-reason
           move spaces           to newl-rev-operator
           move spaces           to newl-rev-supervisor.

       2000-convert-operators.
           open input old-oper-file
           if not ws-input-file-ok
           end-if

           add 1 to ws-converted-count.

       3000-convert-v2-ledger.
           open input v2-ledger-file
           if not ws-input-file-ok
               display "No se pudo abrir la entrada (estado "
                   ws-input-file-status ")"
               move 8 to return-code
               stop run
           end-if

           open output new-ledger-file
           if not ws-output-file-ok
               display "No se pudo abrir la salida (estado "
                   ws-output-file-status ")"
               close v2-ledger-file
               move 8 to return-code
               stop run
           end-if

           move zero to v2l-txn-id
           start v2-ledger-file key is not less than v2l-txn-id
               invalid key
                   set ws-input-file-eof to true
           end-start

           if not ws-input-file-eof
               perform 3100-read-v2-ledger
               perform until ws-input-file-eof
                   perform 3200-write-new-ledger
                   perform 3100-read-v2-ledger
               end-perform
           end-if

           close v2-ledger-file
           close new-ledger-file.

       3100-read-v2-ledger.
           read v2-ledger-file next record
               at end set ws-input-file-eof to true
           end-read.

      *> These records already carry real OVERRIDE-ID and ACK values,
      *> so they are copied as they stand; only the reversal link is
      *> new, and no record converted here can have been reversed.
       3200-write-new-ledger.
           move v2l-txn-id       to newl-txn-id
           move v2l-date         to newl-date
           move v2l-time         to newl-time
           move v2l-operator-id  to newl-operator-id
           move v2l-num1         to newl-num1
           move v2l-num2         to newl-num2
           move v2l-option       to newl-option
           move v2l-result       to newl-result
           move v2l-code         to newl-code
           move v2l-status       to newl-status
           move v2l-run-id       to newl-run-id
           move v2l-override-id  to newl-override-id
           move v2l-ack-flag     to newl-ack-flag
           move v2l-ack-date     to newl-ack-date
           perform 1300-clear-reversal-link

           write new-ledger-record
           if not ws-output-file-ok
               display "Error escribiendo la transaccion "
                   v2l-txn-id " (estado " ws-output-file-status ")"
               close v2-ledger-file
               close new-ledger-file
               move 8 to return-code
               stop run
           end-if

           add 1 to ws-converted-count.
