                   with duplicates
               file status is ws-ledger-file-status.

      *> Second view of the same ledger, read at random to fetch the
      *> other half of a reversal pair while the main pass runs.
           select pair-file assign to dynamic ws-ledger-file-name
               organization is indexed
               access mode is random
               record key is pair-txn-id
               alternate record key is pair-date
                   with duplicates
               file status is ws-pair-file-status.

           select run-file assign to dynamic ws-run-file-name
               organization is indexed
               access mode is dynamic
       01  ledger-record.
           copy calcledg replacing ==:PFX:== by ==LEDG-==.

       fd  pair-file.
       01  pair-record.
           copy calcledg replacing ==:PFX:== by ==PAIR-==.

       fd  run-file.
       01  run-record.
           copy calcrun replacing ==:PFX:== by ==RUN-==.
           88 ws-ledger-file-ok      value "00".
           88 ws-ledger-file-eof     value "10".

       01 ws-pair-file-status        pic xx.
           88 ws-pair-file-ok        value "00".

       01 ws-run-file-name           pic x(100) value "CALCRUNS.DAT".
       01 ws-run-file-status         pic xx.
           88 ws-run-file-ok         value "00".
       01 ws-gap-count               pic 9(7) value zero.
       01 ws-orphan-count            pic 9(7) value zero.
       01 ws-seqerr-count            pic 9(7) value zero.
       01 ws-pair-count              pic 9(7) value zero.
       01 ws-pair-error-count        pic 9(7) value zero.
       01 ws-pair-archived-count     pic 9(7) value zero.
       01 ws-pair-ok-flag            pic x value "Y".
           88 ws-pair-ok             value "Y".

       01 ws-first-record-flag       pic x value "Y".
           88 ws-first-record        value "Y".
       01 ws-rec-disp                pic -(7)9.99.
       01 ws-prev-disp               pic 9(10).
       01 ws-seq-disp                pic 9(10).
       01 ws-pair-disp               pic 9(10).

       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       01 ws-rpt-request.
           copy calcrpt replacing ==:PFX:== by ==RPT-==.
           display "-------------------------------------"
           display "Ledger: " ws-ledger-file-name

           perform 9800-log-job-start
           perform 0200-read-txn-sequence
           perform 0300-load-run-ids
           perform 0400-open-report
                       " convertirlo con CALCCONV"
               end-if
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

           open input pair-file
           if not ws-pair-file-ok
               display "No se pudo abrir el ledger para los pares de"
                   " anulacion (estado " ws-pair-file-status ")"
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

           end-if

           close ledger-file
           close pair-file

           perform 5000-print-summary

           display "Huecos de numeracion:  " ws-gap-count
           display "Ejecuciones huerfanas: " ws-orphan-count
           display "Ids sobre la secuencia:" ws-seqerr-count
           display "Pares de anulacion:    " ws-pair-count
           display "Pares erroneos:        " ws-pair-error-count
           if ws-pair-archived-count > 0
               display "Originales archivados: " ws-pair-archived-count
           end-if

      *> A desbordada run-id table means the orphan check did not
      *> run for every record: an audit that could not finish must
           if ws-mismatch-count > 0
               or ws-orphan-count > 0
               or ws-seqerr-count > 0
               or ws-pair-error-count > 0
               or not ws-seq-present
               or ws-run-table-overflow > 0
               if ws-run-table-overflow > 0
               end-if
           end-if

           perform 9900-log-job-end
           stop run.

       0100-get-run-parms.
           perform 2300-check-run-id
           if ledg-status = "OK"
               perform 3000-recompute-result
           end-if
           evaluate true
               when ledg-reversal
                   perform 2400-check-reversal-entry
               when ledg-reversed
                   perform 2500-check-reversed-original
           end-evaluate.

       2100-check-continuity.
           if ws-first-record
               perform 4000-write-finding
           end-if.

      *> A reversing entry (CALCANUL) must offset exactly the record
      *> it names: same operands and operation, negated result, and
      *> the original must be marked reversed and point back at it.
      *> An original no longer in the ledger has been moved out by
      *> CALCARCH and is only counted, not treated as an error.
       2400-check-reversal-entry.
           add 1 to ws-pair-count
           move "Y" to ws-pair-ok-flag

           move ledg-rev-txn-id to pair-txn-id
           read pair-file
               key is pair-txn-id
               invalid key
                   add 1 to ws-pair-archived-count
                   exit paragraph
           end-read

           move ledg-rev-txn-id to ws-pair-disp
           move ledg-txn-id to ws-adl-txn
           move spaces to ws-adl-text
           evaluate true
               when not pair-reversed
                   or pair-rev-txn-id not = ledg-txn-id
                   string "Anula a " delimited by size
                          ws-pair-disp delimited by size
                          ", que no esta marcada como anulada"
                              delimited by size
                          into ws-adl-text
                   end-string
                   move "N" to ws-pair-ok-flag
               when pair-status not = "OK"
                   string "Anula a " delimited by size
                          ws-pair-disp delimited by size
                          ", que no estaba contabilizada"
                              delimited by size
                          into ws-adl-text
                   end-string
                   move "N" to ws-pair-ok-flag
               when pair-num1 not = ledg-num1
                   or pair-num2 not = ledg-num2
                   or pair-option not = ledg-option
                   or pair-result + ledg-result not = zero
                   string "No compensa a " delimited by size
                          ws-pair-disp delimited by size
                          " (operandos o resultado distintos)"
                              delimited by size
                          into ws-adl-text
                   end-string
                   move "N" to ws-pair-ok-flag
           end-evaluate

           if not ws-pair-ok
               add 1 to ws-pair-error-count
               perform 4000-write-finding
           end-if.

      *> The reversing entry is always later than the original, so
      *> archiving can never have removed it while the original is
      *> still here.
       2500-check-reversed-original.
           move ledg-rev-txn-id to ws-pair-disp
           move ledg-txn-id to ws-adl-txn
           move spaces to ws-adl-text

           move ledg-rev-txn-id to pair-txn-id
           read pair-file
               key is pair-txn-id
               invalid key
                   add 1 to ws-pair-error-count
                   string "Marcada como anulada por " delimited by size
                          ws-pair-disp delimited by size
                          ", que no existe" delimited by size
                          into ws-adl-text
                   end-string
                   perform 4000-write-finding
                   exit paragraph
           end-read

           if not pair-reversal
               or pair-rev-txn-id not = ledg-txn-id
               add 1 to ws-pair-error-count
               string "Marcada como anulada por " delimited by size
                      ws-pair-disp delimited by size
                      ", que no la anula" delimited by size
                      into ws-adl-text
               end-string
               perform 4000-write-finding
           end-if.

       3000-recompute-result.
           add 1 to ws-ok-checked
           move zeros to ws-audit-result
           move "IDS POR ENCIMA DE LA SECUENCIA" to ws-acl-label
           move ws-seqerr-count to ws-acl-count
           perform 5100-write-count-line
           move "PARES DE ANULACION" to ws-acl-label
           move ws-pair-count to ws-acl-count
           perform 5100-write-count-line
           move "PARES DE ANULACION ERRONEOS" to ws-acl-label
           move ws-pair-error-count to ws-acl-count
           perform 5100-write-count-line
           move "ANULACIONES DE ORIGINALES ARCHIVADOS" to ws-acl-label
           move ws-pair-archived-count to ws-acl-count
           perform 5100-write-count-line

           set rpt-action-close to true
           call "CALCRPTW" using ws-rpt-request
           move ws-aud-count-line to rpt-print-line
           set rpt-action-detail to true
           call "CALCRPTW" using ws-rpt-request.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCAUDIT" to job-program
           move zero to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "LEIDOS/ERRONEOS/HUECOS" to job-count-note
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-records-read   to job-count(1)
           compute job-count(2) = ws-mismatch-count + ws-orphan-count
               + ws-seqerr-count + ws-pair-error-count
           move ws-gap-count      to job-count(3)
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
