           COPY BUSDATE.

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(088).

       FD KEEP-FILE.
       01 KEEP-RECORD PIC X(088).

       working-storage section.
       01 WS-SPACES PIC X(060)
                   add TRAN-AMOUNT to WS-CF-BALANCE (WS-CF-IX)
               when "CHQ-RETURN"
                   subtract TRAN-AMOUNT from WS-CF-BALANCE (WS-CF-IX)
               when "LOAN-DISB"
                   add TRAN-AMOUNT to WS-CF-BALANCE (WS-CF-IX)
               when "LOAN-INT"
                   subtract TRAN-AMOUNT from WS-CF-BALANCE (WS-CF-IX)
               when "LOAN-PRIN"
                   subtract TRAN-AMOUNT from WS-CF-BALANCE (WS-CF-IX)
               when "TD-OPEN"
                   subtract TRAN-AMOUNT from WS-CF-BALANCE (WS-CF-IX)
               when "TD-PENALTY"
                   subtract TRAN-AMOUNT from WS-CF-BALANCE (WS-CF-IX)
               when "TD-INT"
                   add TRAN-AMOUNT to WS-CF-BALANCE (WS-CF-IX)
               when "TD-PRIN"
                   add TRAN-AMOUNT to WS-CF-BALANCE (WS-CF-IX)
               when "LIEN-DR"
                   subtract TRAN-AMOUNT from WS-CF-BALANCE (WS-CF-IX)
               when "LIEN-CR"
                   add TRAN-AMOUNT to WS-CF-BALANCE (WS-CF-IX)
               when "XFER-IN"
                   add TRAN-AMOUNT to WS-CF-BALANCE (WS-CF-IX)
               when "ADJUST-CR"
                   add TRAN-AMOUNT to WS-CF-BALANCE (WS-CF-IX)
               when "ADJUST-DR"
                   subtract TRAN-AMOUNT from WS-CF-BALANCE (WS-CF-IX)
               when "CARRYFWD"
                   add TRAN-AMOUNT to WS-CF-BALANCE (WS-CF-IX)
               when other
           move WS-CF-BALANCE (WS-CF-IX) to TRAN-BALANCE-AFTER
      * manufactured, not posted - no receipt was ever handed out
           move ZERO to TRAN-RECEIPT
           move SPACES to TRAN-TERMINAL
           write TRAN-LOG-RECORD
           exit.

