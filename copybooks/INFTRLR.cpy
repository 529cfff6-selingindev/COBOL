      * INFTRLR.cpy - record layout for the control trailer that
      * closes every inbound file the shop receives: the sender's
      * own count and amount total of the details above it, who
      * sent the file and when the sender created it. the receiving
      * program proves it against the details and against the
      * INFILE-REGISTER before anything posts. the first byte "T"
      * is what tells it from a detail record.
       01 INFILE-TRAILER.
           05 IFT-TYPE                 PIC X(01).
           05 IFT-COUNT                PIC 9(06).
           05 IFT-TOTAL                PIC 9(11)V99.
           05 IFT-SENDER               PIC X(08).
           05 IFT-CREATED-DATE         PIC 9(08).
           05 IFT-CREATED-TIME         PIC 9(04).
