           05 CUST-ADDR-LINE2          PIC X(30).
           05 CUST-CITY                PIC X(20).
           05 CUST-POSTCODE            PIC X(10).
      * withdrawals at or above this amount send the customer an
      * alert. zero (every profile created before the field existed)
      * means the shop's default threshold
           05 CUST-ALERT-LIMIT         PIC S9(9)V99.
