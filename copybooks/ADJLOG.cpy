      * ADJLOG.cpy - record layout for the ADJUST-REGISTER of
      * correcting entries (ADJLOG.DAT) written by RCPTADJ. one
      * record per correction posted against an original receipt,
      * with both operators who put their names to it. line
      * sequential, append-only, never archived - it is what stops
      * the same receipt being corrected twice.
       01 ADJUST-REG-RECORD.
           05 ADJ-DATE                 PIC 9(08).
           05 ADJ-TIME                 PIC 9(08).
      * receipt of the correcting entry itself on TRAN-LOG
           05 ADJ-RECEIPT              PIC 9(10).
           05 ADJ-ACCOUNT              PIC 9(10).
           05 ADJ-TYPE                 PIC X(12).
           05 ADJ-AMOUNT               PIC S9(9)V99.
      * the entry being corrected, as found on TRAN-LOG or archive
           05 ADJ-ORIG-RECEIPT         PIC 9(10).
           05 ADJ-ORIG-TYPE            PIC X(12).
           05 ADJ-ORIG-DATE            PIC 9(08).
           05 ADJ-ORIG-AMOUNT          PIC S9(9)V99.
           05 ADJ-OPERATOR             PIC X(08).
           05 ADJ-APPROVER             PIC X(08).
           05 ADJ-REASON               PIC X(30).
