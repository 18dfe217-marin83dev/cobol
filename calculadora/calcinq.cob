           if disp-override-id not = spaces
               display "  Autorizado por: " disp-override-id
           end-if
           evaluate true
               when disp-reversed
                   display "  ANULADA por la transaccion "
                       disp-rev-txn-id "  motivo " disp-rev-reason
                   display "    solicitada por " disp-rev-operator
                       " autorizada por " disp-rev-supervisor
               when disp-reversal
                   display "  ANULACION de la transaccion "
                       disp-rev-txn-id "  motivo " disp-rev-reason
                   display "    solicitada por " disp-rev-operator
                       " autorizada por " disp-rev-supervisor
           end-evaluate
           display "  Origen: " ws-source-name
           display " ".
