               " REF " TRAN-REF
           display "AMOUNT " WS-AMOUNT-DISPLAY
               " BALANCE AFTER " WS-BALANCE-DISPLAY
           if TRAN-TERMINAL not = SPACES
               display "TERMINAL " TRAN-TERMINAL
           end-if
           exit.

       end program RCPTINQ.
