               at end set ws-ledger-file-eof to true
           end-read.

      *> Reversing entries are not calculations of the operator who
      *> requested them and would show up as rejects; leave them out.
       1200-accumulate-record.
           if ledg-reversal
               exit paragraph
           end-if

           add 1 to ws-total-records
           perform 1300-locate-date
           perform 1400-locate-operator
