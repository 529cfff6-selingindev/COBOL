               when "TRANSFER-DR"
               when "PAYMENT"
               when "XFER-OUT"
               when "TD-OPEN"
                   perform ACTIVITY-RECORD-DATE
               when other
                   continue
