      * CASHINV.cpy - record layout for the CASH-INV terminal cash
      * inventory file, one record per loaded cassette. indexed by
      * CASH-KEY: the terminal (TERM-ID on TERMINALS.DAT) plus
      * CASH-DENOM (the note's face value in whole currency units),
      * so each machine in the fleet has its own cassettes and a
      * sequential read returns them grouped by terminal.
      * CASH-REFILL-LEVEL is the count at which the cassette shows up
      * on the custodian's replenishment report.
       01 CASH-INV-RECORD.
           05 CASH-KEY.
               10 CASH-TERMINAL        PIC X(08).
               10 CASH-DENOM           PIC 9(03).
           05 CASH-COUNT               PIC 9(05).
           05 CASH-REFILL-LEVEL        PIC 9(05).
