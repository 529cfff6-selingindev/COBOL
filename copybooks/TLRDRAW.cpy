      * TLRDRAW.cpy - record layout for the TELLER-DRAWER file, one
      * record per teller per business day, indexed by DRW-KEY. the
      * teller keys the opening float, TELLER keeps the running cash
      * taken in and paid out as each counter posting goes through,
      * and the end-of-day count is proved against float plus in
      * minus out - the same discipline CASHLOAD applies to an ATM
      * cassette.
       01 TELLER-DRAWER-RECORD.
           05 DRW-KEY.
               10 DRW-DATE             PIC 9(08).
               10 DRW-TELLER           PIC X(08).
           05 DRW-OPENING-FLOAT        PIC S9(9)V99.
           05 DRW-CASH-IN              PIC S9(9)V99.
           05 DRW-CASH-OUT             PIC S9(9)V99.
           05 DRW-IN-COUNT             PIC 9(05).
           05 DRW-OUT-COUNT            PIC 9(05).
      * physical cash counted at close - zero until the count
           05 DRW-COUNTED              PIC S9(9)V99.
           05 DRW-COUNT-TIME           PIC 9(08).
           05 DRW-STATUS               PIC X(01).
               88 DRW-OPEN             VALUE "O".
               88 DRW-COUNTED-CLOSED   VALUE "C".
