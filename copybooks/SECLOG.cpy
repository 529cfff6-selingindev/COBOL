      * control approvals in ACCTMNT. spaces on terminal events,
      * where there is no operator
           05 SEC-OPERATOR             PIC X(08).
      * the ATM the event happened at. spaces on branch events,
      * where there is no terminal
           05 SEC-TERMINAL             PIC X(08).
