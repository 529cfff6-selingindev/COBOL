      * INFREG.cpy - record layout for the INFILE-REGISTER inbound
      * file register (INFREG.DAT). one record per inbound file a
      * batch program was handed, accepted or refused, carrying the
      * identity and control totals from the file's trailer. a file
      * whose name, sender and creation stamp match an accepted
      * entry has been worked before. line sequential, append-only,
      * oldest first.
       01 INFILE-REG-RECORD.
           05 REG-FILE-NAME            PIC X(24).
           05 REG-SENDER               PIC X(08).
           05 REG-CREATED-DATE         PIC 9(08).
           05 REG-CREATED-TIME         PIC 9(04).
           05 REG-COUNT                PIC 9(06).
           05 REG-TOTAL                PIC S9(11)V99.
      * business date and clock time the file was worked
           05 REG-RECEIVED-DATE        PIC 9(08).
           05 REG-RECEIVED-TIME        PIC 9(08).
           05 REG-PROGRAM              PIC X(08).
           05 REG-STATUS               PIC X(01).
               88 REG-ACCEPTED         VALUE "A".
               88 REG-REFUSED          VALUE "R".
           05 REG-REASON               PIC X(24).
