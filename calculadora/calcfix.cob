           move fix-num1   to resub-num1
           move fix-num2   to resub-num2
           move fix-option to resub-option
           move spaces     to resub-expected-x
           write resubmit-record

           add fix-num1 to ws-resub-num1-total
