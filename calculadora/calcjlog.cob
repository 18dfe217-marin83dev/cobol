       identification division.
       program-id. CALCJLOG.

       environment division.
       input-output section.
       file-control.
           select job-log-file assign to dynamic ws-job-log-file-name
               organization is line sequential
               file status is ws-job-log-file-status.

       data division.
       file section.
       fd  job-log-file.
       01  job-log-record            pic x(200).

       working-storage section.
       01 ws-job-log-file-name       pic x(100) value spaces.
       01 ws-job-log-file-status     pic xx.
           88 ws-job-log-file-ok     value "00".

       01 ws-bdate-status            pic x    value space.

       01 ws-today                   pic x(8) value spaces.
       01 ws-time-now                pic x(8) value spaces.
       01 ws-timestamp.
           05 ws-ts-hours            pic 9(2).
           05 ws-ts-minutes          pic 9(2).
           05 ws-ts-seconds          pic 9(2).
           05 ws-ts-hundredths       pic 9(2).

       linkage section.
       01 lk-job-record.
           copy calcjobr replacing ==:PFX:== by ==JOB-==.

      *> The log is one file per business date, opened and closed on
      *> every call so that a program which dies still leaves its
      *> start record on disk. A log that cannot be written is
      *> reported but never stops the calling job.
       procedure division using lk-job-record.
       0000-write-job-record.
           if job-bus-date = spaces
               call "CALCBDRD" using job-bus-date
                                     ws-bdate-status
               if job-bus-date = spaces
                   accept job-bus-date from date yyyymmdd
               end-if
           end-if

           accept ws-today from date yyyymmdd
           perform 1000-stamp-time

           if job-event-start
               move ws-today    to job-start-date
               move ws-time-now to job-start-time
               move spaces      to job-end-date
               move spaces      to job-end-time
               move zero        to job-return-code
           else
               set job-event-end to true
               move ws-today    to job-end-date
               move ws-time-now to job-end-time
           end-if

           move spaces to ws-job-log-file-name
           string "CALCJOB." delimited by size
                  job-bus-date delimited by size
                  ".LOG" delimited by size
                  into ws-job-log-file-name
           end-string

           open extend job-log-file
           if not ws-job-log-file-ok
               open output job-log-file
           end-if
           if not ws-job-log-file-ok
               display "No se pudo escribir el log de trabajos: "
                   ws-job-log-file-name
                   " (estado " ws-job-log-file-status ")"
               goback
           end-if

           write job-log-record from lk-job-record
           close job-log-file
           goback.

       1000-stamp-time.
           accept ws-timestamp from time
           move spaces to ws-time-now
           string ws-ts-hours   delimited by size ":" delimited by size
                  ws-ts-minutes delimited by size ":" delimited by size
                  ws-ts-seconds delimited by size
                  into ws-time-now
           end-string.
