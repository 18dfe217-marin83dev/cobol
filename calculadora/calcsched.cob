
       01 ws-command                 pic x(200) value spaces.

      *> A plan line is a transaction file name, optionally followed
      *> by the operator its step posts under (CALCSTGN writes the
      *> standing-order owner there); without one the step posts
      *> under the stream operator.
       01 ws-step-file               pic x(100) value spaces.
       01 ws-step-operator           pic x(30)  value spaces.

       01 ws-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.
       01 ws-job-started-flag        pic x value "N".
           88 ws-job-started         value "Y".

       01 ws-log-line.
           05 ws-ll-step             pic 9(3).
           05 filler                 pic x(1) value space.
           display "-------------------------------------"
           display "Plan de la noche: " ws-plan-file-name

           perform 9800-log-job-start

           open input plan-file
           if not ws-plan-file-ok
               display "No se pudo abrir el plan: " ws-plan-file-name
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

           if not ws-log-file-ok
               display "No se pudo abrir el log: " ws-log-file-name
               close plan-file
               move 8 to return-code
               perform 9900-log-job-end
               stop run
           end-if

               move 8 to return-code
           end-if

           perform 9900-log-job-end
           stop run.

       0100-get-run-parms.
           perform 1200-stamp-time
           move ws-time-now to ws-ll-start

           move spaces to ws-step-file
           move spaces to ws-step-operator
           unstring plan-record delimited by all spaces
               into ws-step-file ws-step-operator
           end-unstring
           if ws-step-operator = spaces
               move ws-parm-operator to ws-step-operator
           end-if

           move spaces to ws-command
           string "CALCULADORA BATCH " delimited by size
                  ws-step-file delimited by space
                  " " delimited by size
                  ws-step-operator delimited by space
                  into ws-command
           end-string
           call "SYSTEM" using ws-command
               end-read
               close run-seq-file
           end-if.

       9800-log-job-start.
           move spaces to ws-job-record
           move "CALCSCHED" to job-program
           move ws-stream-date to job-bus-date
           move ws-parm-operator to job-operator-id
           move zero to job-run-id
           move zero to job-count(1) job-count(2) job-count(3)
           move "PASOS" to job-count-note
           set job-event-start to true
           call "CALCJLOG" using ws-job-record
           set ws-job-started to true.

       9900-log-job-end.
           if not ws-job-started
               exit paragraph
           end-if
           move ws-step-number to job-count(1)
           move ws-step-run-id to job-run-id
           move return-code to job-return-code
           set job-event-end to true
           call "CALCJLOG" using ws-job-record
           move job-return-code to return-code
           move "N" to ws-job-started-flag.
