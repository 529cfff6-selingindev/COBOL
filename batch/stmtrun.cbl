               when "PAYMENT-BO"
               when "PAYMENT-RJ"
               when "XFER-RET"
               when "LOAN-DISB"
               when "TD-INT"
               when "TD-PRIN"
               when "LIEN-CR"
               when "XFER-IN"
               when "ADJUST-CR"
               when "INTEREST"
                   move TRAN-AMOUNT to WS-SIGNED-AMOUNT
               when "WITHDRAWAL"
               when "XFER-OUT"
               when "CHQ-RETURN"
               when "FEE"
               when "LOAN-INT"
               when "LOAN-PRIN"
               when "TD-OPEN"
               when "TD-PENALTY"
               when "LIEN-DR"
               when "ADJUST-DR"
               when "OD-INT"
                   compute WS-SIGNED-AMOUNT = ZERO - TRAN-AMOUNT
               when other
