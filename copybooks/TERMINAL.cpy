      * TERMINAL.cpy - record layout for the TERMINALS terminal
      * master file, indexed by TERM-ID. one record per ATM in the
      * fleet: where it stands and whether it may serve customers.
      * CAIXA refuses to start against an id that is missing here or
      * taken out of service; CASHLOAD and CASHRPT key the cassette
      * inventory by the same id.
       01 TERMINAL-RECORD.
           05 TERM-ID                  PIC X(08).
           05 TERM-LOCATION            PIC X(30).
           05 TERM-STATUS              PIC X(01).
               88 TERM-IN-SERVICE      VALUE "I".
               88 TERM-OUT-OF-SERVICE  VALUE "O".
